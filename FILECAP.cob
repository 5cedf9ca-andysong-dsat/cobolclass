       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FILECAP.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OL-Key
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PMProdName
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL AddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AB-Key
           FILE STATUS IS IndexedFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS IndexedFileStatus.
       SELECT CountFile ASSIGN TO CountFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CountFileStatus.
       SELECT OPTIONAL CapacityControl ASSIGN TO "capctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FileHistory ASSIGN TO "filehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CapacityReport ASSIGN TO "capgrow.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
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

FD ProductFile.
01 ProductData.
    COPY "PRODREC.cpy".

FD AddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD CountFile.
01 CountRecord PIC X(400).

      *> Optional hand-kept additions to the built-in list below -
      *> one line per line-sequential file: its name, the capacity
      *> of the table the tightest program reads it into (zero when
      *> nothing holds it whole), and that program. A line naming a
      *> file already on the list replaces its capacity and program.
FD CapacityControl.
01 CapacityControlLine.
       02 CCL-FileName PIC X(16).
       02 FILLER PIC X.
       02 CCL-Capacity PIC 9(5).
       02 FILLER PIC X.
       02 CCL-Program PIC X(9).

      *> One line per file per night - the count history the growth
      *> rates are worked out from.
FD FileHistory.
01 FileHistoryLine.
       02 FH-Date PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FH-FileName PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 FH-Count PIC 9(7).

FD CapacityReport.
01 PrintLine PIC X(120).

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
           88 EL-Informational  VALUE 'I'.
           88 EL-Warning        VALUE 'W'.
           88 EL-ActionRequired VALUE 'A'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
           88 EL-Acknowledged VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 IndexedFileStatus PIC XX.
01 CountFileStatus PIC XX.
01 CountFileName PIC X(30).
01 CountEOF PIC X.
01 HistoryEOFFlag PIC X.
       88 HistoryEOF VALUE 'Y'.
01 ControlEOFFlag PIC X.
       88 ControlEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 WindowStart PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
COPY "DATESRV.cpy".
01 HistoryRead PIC 9(7) VALUE ZERO.
01 FilesCounted PIC 9(4) VALUE ZERO.
01 FilesWarned PIC 9(4) VALUE ZERO.

      *> Every file the system keeps, with the capacity of the table
      *> the tightest program holds it in. Programs that load a file
      *> whole and write it back refuse to run once it outgrows their
      *> table; the others drop the excess with a "table full"
      *> message. Either way the night goes wrong, so every such
      *> limit is listed here - whenever a table is resized, this list
      *> is changed with it. Capacity zero means no program holds the
      *> file whole; it is still counted so its growth shows.
      *> Org I files are indexed and counted through their own FDs.
01 BuiltInCatalog.
       02 FILLER PIC X(31) VALUE "apprvq.txt      L00200APPRVQ   ".
       02 FILLER PIC X(31) VALUE "backorder.dat   L00500BORELEASE".
       02 FILLER PIC X(31) VALUE "checkreg.txt    L00500CHKREG   ".
       02 FILLER PIC X(31) VALUE "crdlimit.txt    L00100CREDREV  ".
       02 FILLER PIC X(31) VALUE "crdpend.txt     L00200CREDREV  ".
       02 FILLER PIC X(31) VALUE "countwk.dat     L00500CYCCOUNT ".
       02 FILLER PIC X(31) VALUE "dispute.txt     L00500DISPMNT  ".
       02 FILLER PIC X(31) VALUE "excplog.txt     L00500EXCPBRW  ".
       02 FILLER PIC X(31) VALUE "shipline.dat    L00500INVPRINT ".
       02 FILLER PIC X(31) VALUE "shipment.dat    L02000CUTOFF   ".
       02 FILLER PIC X(31) VALUE "studreject.dat  L00500STUDFIX  ".
       02 FILLER PIC X(31) VALUE "student.dat     L01000STUDFIX  ".
       02 FILLER PIC X(31) VALUE "grades.txt      L02000GRADEMNT ".
       02 FILLER PIC X(31) VALUE "prodcost.txt    L00150PRODMNT  ".
       02 FILLER PIC X(31) VALUE "pricelist.txt   L00150PRICEUPD ".
       02 FILLER PIC X(31) VALUE "reordpt.txt     L00150REORDPT  ".
       02 FILLER PIC X(31) VALUE "audit.txt       L00000         ".
       02 FILLER PIC X(31) VALUE "contact.txt     L00000         ".
       02 FILLER PIC X(31) VALUE "notifq.txt      L00000         ".
       02 FILLER PIC X(31) VALUE "intakehist.dat  L00000         ".
       02 FILLER PIC X(31) VALUE "customer.txt    I01000CUSTPROF ".
       02 FILLER PIC X(31) VALUE "order.dat       I03000FILLRPT  ".
       02 FILLER PIC X(31) VALUE "ordline.dat     I00000         ".
       02 FILLER PIC X(31) VALUE "invoice.dat     I01000INVPRINT ".
       02 FILLER PIC X(31) VALUE "product.dat     I00000         ".
       02 FILLER PIC X(31) VALUE "addrbook.dat    I00000         ".
       02 FILLER PIC X(31) VALUE "payment.dat     I00000         ".
01 BuiltInTable REDEFINES BuiltInCatalog.
       02 BI-Entry OCCURS 27 TIMES.
           03 BI-FileName PIC X(16).
           03 BI-Org PIC X.
           03 BI-Capacity PIC 9(5).
           03 BI-Program PIC X(9).
01 BI-Count PIC 99 VALUE 27.
01 BI-Index PIC 99.

01 CatalogTable.
       02 CAT-Entry OCCURS 60 TIMES.
           03 CAT-FileName PIC X(16).
           03 CAT-Org PIC X.
               88 CAT-Indexed VALUE 'I'.
           03 CAT-Capacity PIC 9(5).
           03 CAT-Program PIC X(9).
           03 CAT-PresentFlag PIC X.
               88 CAT-Present VALUE 'Y'.
           03 CAT-Count PIC 9(7).
           03 CAT-BaseDate PIC 9(8).
           03 CAT-BaseCount PIC 9(7).
01 CAT-Count-Entries PIC 99 VALUE ZERO.
01 CAT-Index PIC 99.
01 CAT-Search PIC 99.
01 CAT-Slot PIC 99.
01 CAT-FoundFlag PIC X.
       88 CAT-EntryFound VALUE 'Y'.

01 RecordsCounted PIC 9(7).
01 BaseDays PIC S9(7).
01 GrowthPerDay PIC S9(5)V9(4).
01 GrowthPer30 PIC S9(7).
01 DaysLeft PIC 9(7).
01 ProjectedDate PIC 9(8).
01 FileStatusText PIC X(12).

01 PageHeading.
       02 FILLER PIC X(40) VALUE "DATA FILE CAPACITY AND GROWTH - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(120) VALUE
    "File             Program   Capacity   Records  Baseline   Days Per 30 Days   Days Left  Projected  Status".
01 DetailLine.
       02 PrnFileName PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProgram PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCapacity PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnCount PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnBaseCount PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnBaseDays PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnGrowth PIC -,---,--9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnDaysLeft PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnProjected PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnStatus PIC X(12).
01 TrailerLine.
       02 FILLER PIC X(16) VALUE "Files counted : ".
       02 PrnFilesCounted PIC ZZZ9.
       02 FILLER PIC X(30) VALUE "   Within 30 days or full : ".
       02 PrnFilesWarned PIC ZZZ9.

COPY "REGION.cpy".

      *> The nightly capacity step. Counts every data file, adds the
      *> counts to the history, and projects from the last 90 days
      *> of history the date each file will fill the table of the
      *> program that reads it - so a file is dealt with a month
      *> before the night it would have stopped the run.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       SET DS-AddDays TO TRUE
       MOVE RunDate TO DS-Date1
       MOVE -90 TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO WindowStart
       PERFORM LoadCatalog
       PERFORM CountOneFile
           VARYING CAT-Index FROM 1 BY 1 UNTIL CAT-Index > CAT-Count-Entries
       PERFORM LoadBaselines
       OPEN OUTPUT CapacityReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM ReportOneFile
           VARYING CAT-Index FROM 1 BY 1 UNTIL CAT-Index > CAT-Count-Entries
       MOVE FilesCounted TO PrnFilesCounted
       MOVE FilesWarned TO PrnFilesWarned
       WRITE PrintLine FROM TrailerLine AFTER ADVANCING 2 LINES
       CLOSE CapacityReport
       PERFORM WriteHistory
       DISPLAY "Capacity report written - files counted: " FilesCounted
           "  near or at capacity: " FilesWarned
       IF FilesWarned > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

LoadCatalog.
       MOVE ZERO TO CAT-Count-Entries
       PERFORM VARYING BI-Index FROM 1 BY 1 UNTIL BI-Index > BI-Count
           ADD 1 TO CAT-Count-Entries
           MOVE BI-FileName(BI-Index) TO CAT-FileName(CAT-Count-Entries)
           MOVE BI-Org(BI-Index) TO CAT-Org(CAT-Count-Entries)
           MOVE BI-Capacity(BI-Index) TO CAT-Capacity(CAT-Count-Entries)
           MOVE BI-Program(BI-Index) TO CAT-Program(CAT-Count-Entries)
       END-PERFORM
       MOVE 'N' TO ControlEOFFlag
       OPEN INPUT CapacityControl
       PERFORM UNTIL ControlEOF
           READ CapacityControl
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF CCL-FileName NOT = SPACES
                       AND CCL-Capacity IS NUMERIC
                       PERFORM NoteControlLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CapacityControl
       PERFORM VARYING CAT-Index FROM 1 BY 1
           UNTIL CAT-Index > CAT-Count-Entries
           MOVE 'N' TO CAT-PresentFlag(CAT-Index)
           MOVE ZERO TO CAT-Count(CAT-Index)
           MOVE ZERO TO CAT-BaseDate(CAT-Index)
           MOVE ZERO TO CAT-BaseCount(CAT-Index)
       END-PERFORM.

NoteControlLine.
       PERFORM FindCatalogEntry
       IF CAT-EntryFound
           MOVE CCL-Capacity TO CAT-Capacity(CAT-Slot)
           MOVE CCL-Program TO CAT-Program(CAT-Slot)
       ELSE
           IF CAT-Count-Entries < 60
               ADD 1 TO CAT-Count-Entries
               MOVE CCL-FileName TO CAT-FileName(CAT-Count-Entries)
               MOVE 'L' TO CAT-Org(CAT-Count-Entries)
               MOVE CCL-Capacity TO CAT-Capacity(CAT-Count-Entries)
               MOVE CCL-Program TO CAT-Program(CAT-Count-Entries)
           ELSE
               DISPLAY "Capacity list full - ignoring " CCL-FileName
           END-IF
       END-IF.

FindCatalogEntry.
       MOVE 'N' TO CAT-FoundFlag
       MOVE ZERO TO CAT-Slot
       PERFORM VARYING CAT-Search FROM 1 BY 1
           UNTIL CAT-Search > CAT-Count-Entries OR CAT-EntryFound
           IF CAT-FileName(CAT-Search) = CCL-FileName
               SET CAT-EntryFound TO TRUE
               MOVE CAT-Search TO CAT-Slot
           END-IF
       END-PERFORM.

CountOneFile.
       MOVE ZERO TO RecordsCounted
       IF CAT-Indexed(CAT-Index)
           PERFORM CountIndexedFile
       ELSE
           PERFORM CountSequentialFile
       END-IF
       MOVE RecordsCounted TO CAT-Count(CAT-Index)
       IF CAT-Present(CAT-Index)
           ADD 1 TO FilesCounted
       END-IF.

CountSequentialFile.
       MOVE CAT-FileName(CAT-Index) TO CountFileName
       OPEN INPUT CountFile
       IF CountFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
       MOVE 'N' TO CountEOF
       PERFORM UNTIL CountEOF = 'Y'
           READ CountFile
               AT END MOVE 'Y' TO CountEOF
               NOT AT END ADD 1 TO RecordsCounted
           END-READ
       END-PERFORM
       CLOSE CountFile.

      *> An indexed file can only be read through its own keys, so
      *> each one the list names has its own counting loop here.
CountIndexedFile.
       MOVE 'N' TO CountEOF
       EVALUATE CAT-FileName(CAT-Index)
           WHEN "customer.txt"
               OPEN INPUT CustomerFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ CustomerFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CustomerFile
           WHEN "order.dat"
               OPEN INPUT OrderFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ OrderFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE OrderFile
           WHEN "ordline.dat"
               OPEN INPUT OrderLineFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ OrderLineFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE OrderLineFile
           WHEN "invoice.dat"
               OPEN INPUT InvoiceFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ InvoiceFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE InvoiceFile
           WHEN "product.dat"
               OPEN INPUT ProductFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ ProductFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ProductFile
           WHEN "addrbook.dat"
               OPEN INPUT AddressBook
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ AddressBook NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE AddressBook
           WHEN "payment.dat"
               OPEN INPUT PaymentFile
               IF IndexedFileStatus = "00"
                   MOVE 'Y' TO CAT-PresentFlag(CAT-Index)
                   PERFORM UNTIL CountEOF = 'Y'
                       READ PaymentFile NEXT RECORD
                           AT END MOVE 'Y' TO CountEOF
                           NOT AT END ADD 1 TO RecordsCounted
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PaymentFile
       END-EVALUATE.

      *> The baseline is the oldest count inside the last 90 days, so
      *> the rate follows the recent trend; a file with nothing that
      *> recent falls back on the newest count before the window.
LoadBaselines.
       MOVE 'N' TO HistoryEOFFlag
       OPEN INPUT FileHistory
       PERFORM UNTIL HistoryEOF
           READ FileHistory
               AT END SET HistoryEOF TO TRUE
               NOT AT END
                   ADD 1 TO HistoryRead
                   IF FH-Date IS NUMERIC AND FH-Count IS NUMERIC
                       AND FH-Date < RunDate
                       PERFORM NoteHistoryLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FileHistory.

NoteHistoryLine.
       MOVE FH-FileName TO CCL-FileName
       PERFORM FindCatalogEntry
       IF NOT CAT-EntryFound
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN CAT-BaseDate(CAT-Slot) = ZERO
               MOVE FH-Date TO CAT-BaseDate(CAT-Slot)
               MOVE FH-Count TO CAT-BaseCount(CAT-Slot)
           WHEN FH-Date >= WindowStart
               IF CAT-BaseDate(CAT-Slot) < WindowStart
                   OR FH-Date < CAT-BaseDate(CAT-Slot)
                   MOVE FH-Date TO CAT-BaseDate(CAT-Slot)
                   MOVE FH-Count TO CAT-BaseCount(CAT-Slot)
               END-IF
           WHEN CAT-BaseDate(CAT-Slot) < WindowStart
               AND FH-Date > CAT-BaseDate(CAT-Slot)
               MOVE FH-Date TO CAT-BaseDate(CAT-Slot)
               MOVE FH-Count TO CAT-BaseCount(CAT-Slot)
       END-EVALUATE.

ReportOneFile.
       MOVE CAT-FileName(CAT-Index) TO PrnFileName
       MOVE CAT-Program(CAT-Index) TO PrnProgram
       MOVE CAT-Capacity(CAT-Index) TO PrnCapacity
       MOVE CAT-Count(CAT-Index) TO PrnCount
       MOVE CAT-BaseCount(CAT-Index) TO PrnBaseCount
       MOVE ZERO TO PrnBaseDays PrnGrowth PrnDaysLeft
       MOVE SPACES TO PrnProjected
       MOVE ZERO TO BaseDays GrowthPerDay
       IF NOT CAT-Present(CAT-Index)
           MOVE "NOT PRESENT" TO PrnStatus
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
           EXIT PARAGRAPH
       END-IF
       IF CAT-BaseDate(CAT-Index) > ZERO
           SET DS-DayDifference TO TRUE
           MOVE CAT-BaseDate(CAT-Index) TO DS-Date1
           MOVE RunDate TO DS-Date2
           CALL "DATESRV" USING DS-Parameters
           IF DS-DateValid
               MOVE DS-Days TO BaseDays
           END-IF
       END-IF
       IF BaseDays > ZERO
           COMPUTE GrowthPerDay ROUNDED =
               (CAT-Count(CAT-Index) - CAT-BaseCount(CAT-Index)) / BaseDays
           COMPUTE GrowthPer30 ROUNDED = GrowthPerDay * 30
           MOVE BaseDays TO PrnBaseDays
           MOVE GrowthPer30 TO PrnGrowth
       END-IF
       EVALUATE TRUE
           WHEN CAT-Capacity(CAT-Index) = ZERO
               MOVE "NO LIMIT" TO FileStatusText
           WHEN CAT-Count(CAT-Index) >= CAT-Capacity(CAT-Index)
               MOVE "AT CAPACITY" TO FileStatusText
               PERFORM WarnCapacity
           WHEN BaseDays = ZERO
               MOVE "NO HISTORY" TO FileStatusText
           WHEN GrowthPerDay NOT > ZERO
               MOVE "NOT GROWING" TO FileStatusText
           WHEN OTHER
               COMPUTE DaysLeft =
                   (CAT-Capacity(CAT-Index) - CAT-Count(CAT-Index))
                       / GrowthPerDay
               MOVE DaysLeft TO PrnDaysLeft
               IF DaysLeft < 100000
                   SET DS-AddDays TO TRUE
                   MOVE RunDate TO DS-Date1
                   MOVE DaysLeft TO DS-Days
                   CALL "DATESRV" USING DS-Parameters
                   MOVE DS-Date2 TO ProjectedDate
                   MOVE ProjectedDate TO PrnProjected
               END-IF
               IF DaysLeft <= 30
                   MOVE "WITHIN 30" TO FileStatusText
                   PERFORM WarnCapacity
               ELSE
                   MOVE "OK" TO FileStatusText
               END-IF
       END-EVALUATE
       MOVE FileStatusText TO PrnStatus
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

      *> A full file stops its program tonight - that is action
      *> required; one still inside its month is a warning.
WarnCapacity.
       ADD 1 TO FilesWarned
       MOVE SPACES TO WS-ExceptionMessage
       IF FileStatusText = "AT CAPACITY"
           MOVE 'A' TO WS-ExceptionSeverity
           STRING CAT-FileName(CAT-Index) DELIMITED BY SPACE
                  " is at the capacity of " DELIMITED BY SIZE
                  CAT-Program(CAT-Index) DELIMITED BY SPACE
                  INTO WS-ExceptionMessage
           END-STRING
       ELSE
           STRING CAT-FileName(CAT-Index) DELIMITED BY SPACE
                  " fills " DELIMITED BY SIZE
                  CAT-Program(CAT-Index) DELIMITED BY SPACE
                  " table by " DELIMITED BY SIZE
                  ProjectedDate DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
       END-IF
       PERFORM LogException.

WriteHistory.
       OPEN EXTEND FileHistory
       PERFORM VARYING CAT-Index FROM 1 BY 1
           UNTIL CAT-Index > CAT-Count-Entries
           IF CAT-Present(CAT-Index)
               MOVE SPACES TO FileHistoryLine
               MOVE RunDate TO FH-Date
               MOVE CAT-FileName(CAT-Index) TO FH-FileName
               MOVE CAT-Count(CAT-Index) TO FH-Count
               WRITE FileHistoryLine
           END-IF
       END-PERFORM
       CLOSE FileHistory.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "FILECAP" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       CLOSE ExceptionLog
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "FILECAP" TO BAL-Program
       MOVE "FILECAP" TO BAL-Step
       MOVE HistoryRead TO BAL-RecordsIn
       MOVE FilesCounted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
