       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APAGING.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT APInvoiceFile ASSIGN TO "apinv.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AP-VoucherNum
           ALTERNATE RECORD KEY IS AP-Supplier WITH DUPLICATES
           FILE STATUS IS APInvoiceFileStatus.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AgingReport ASSIGN TO "apaging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD APInvoiceFile.
01 APInvoiceData.
    COPY "APINVREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD AgingReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 APInvoiceFileStatus PIC XX.
01 APInvoiceEOFFlag PIC X VALUE 'N'.
       88 APInvoiceEOF VALUE 'Y'.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 InvoicesScanned PIC 9(5) VALUE ZERO.
01 SuppliersListed PIC 9(5) VALUE ZERO.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 DaysPastDue PIC S9(5).
COPY "DATESRV.cpy".

01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-FoundFlag PIC X.
       88 SUP-EntryFound VALUE 'Y'.

      *> One aging slot per supplier we owe, built as the register is
      *> scanned and printed in one pass - the receivables aging's
      *> shape turned round. The buckets count days past the bill's
      *> due date; held bills are owed too, so they age with the rest.
01 AgingTable.
       02 AgingEntry OCCURS 200 TIMES.
           03 AGE-Supplier PIC X(4).
           03 AGE-Current PIC 9(7)V99.
           03 AGE-Past30 PIC 9(7)V99.
           03 AGE-Past60 PIC 9(7)V99.
           03 AGE-Over60 PIC 9(7)V99.
01 AgingCount PIC 999 VALUE ZERO.
01 AGE-Index PIC 999.
01 AGE-FoundFlag PIC X.
       88 AGE-EntryFound VALUE 'Y'.
01 AGE-Slot PIC 999.

01 TotalCurrent PIC 9(8)V99 VALUE ZERO.
01 TotalPast30 PIC 9(8)V99 VALUE ZERO.
01 TotalPast60 PIC 9(8)V99 VALUE ZERO.
01 TotalOver60 PIC 9(8)V99 VALUE ZERO.

01 PageHeading.
       02 FILLER PIC X(32) VALUE "ACCOUNTS PAYABLE AGING - as of ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(83) VALUE
    "Supp Name                  Not Yet Due      1-30 Past     31-60 Past   Over 60 Past".
01 AgingDetailLine.
       02 PrnSupCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSupName PIC X(20).
       02 PrnCurrent PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnPast30 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnPast60 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnOver60 PIC $$,$$$,$$9.99.
01 ReportFooting.
       02 FILLER PIC X(25) VALUE "END OF REPORT - Totals".
       02 PrnTotCurrent PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTotPast30 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTotPast60 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTotOver60 PIC $$,$$$,$$9.99.

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadSupplierTable
       OPEN INPUT APInvoiceFile
       IF APInvoiceFileStatus NOT = "00"
           DISPLAY "Supplier invoice file could not be opened - status "
               APInvoiceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL APInvoiceEOF
           READ APInvoiceFile NEXT RECORD
               AT END SET APInvoiceEOF TO TRUE
               NOT AT END
                   ADD 1 TO InvoicesScanned
                   IF AP-HeldInvoice OR AP-ApprovedInvoice
                       PERFORM AgeOneBill
                   END-IF
           END-READ
       END-PERFORM
       CLOSE APInvoiceFile
       OPEN OUTPUT AgingReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM PrintOneAgingLine
           VARYING AGE-Index FROM 1 BY 1 UNTIL AGE-Index > AgingCount
       MOVE TotalCurrent TO PrnTotCurrent
       MOVE TotalPast30 TO PrnTotPast30
       MOVE TotalPast60 TO PrnTotPast60
       MOVE TotalOver60 TO PrnTotOver60
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE AgingReport
       DISPLAY "AP aging written to apaging.rpt - suppliers listed: "
           SuppliersListed
       PERFORM WriteBalanceLine
       STOP RUN.

LoadSupplierTable.
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   IF SupCount < 20
                       ADD 1 TO SupCount
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

AgeOneBill.
       SET DS-DayDifference TO TRUE
       MOVE AP-DueDate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Days TO DaysPastDue
       IF NOT DS-DateValid
           MOVE ZERO TO DaysPastDue
       END-IF
       PERFORM FindAgingSlot
       IF AGE-Slot > ZERO
           EVALUATE TRUE
               WHEN DaysPastDue <= 0
                   ADD AP-Total TO AGE-Current(AGE-Slot)
               WHEN DaysPastDue <= 30
                   ADD AP-Total TO AGE-Past30(AGE-Slot)
               WHEN DaysPastDue <= 60
                   ADD AP-Total TO AGE-Past60(AGE-Slot)
               WHEN OTHER
                   ADD AP-Total TO AGE-Over60(AGE-Slot)
           END-EVALUATE
       END-IF.

FindAgingSlot.
       MOVE 'N' TO AGE-FoundFlag
       MOVE ZERO TO AGE-Slot
       PERFORM VARYING AGE-Index FROM 1 BY 1
           UNTIL AGE-Index > AgingCount OR AGE-EntryFound
           IF AGE-Supplier(AGE-Index) = AP-Supplier
               SET AGE-EntryFound TO TRUE
               MOVE AGE-Index TO AGE-Slot
           END-IF
       END-PERFORM
       IF NOT AGE-EntryFound
           IF AgingCount < 200
               ADD 1 TO AgingCount
               MOVE AgingCount TO AGE-Slot
               MOVE AP-Supplier TO AGE-Supplier(AGE-Slot)
               MOVE ZERO TO AGE-Current(AGE-Slot)
               MOVE ZERO TO AGE-Past30(AGE-Slot)
               MOVE ZERO TO AGE-Past60(AGE-Slot)
               MOVE ZERO TO AGE-Over60(AGE-Slot)
           ELSE
               DISPLAY "Aging table full - supplier " AP-Supplier
                   " skipped"
               MOVE ZERO TO AGE-Slot
           END-IF
       END-IF.

PrintOneAgingLine.
       MOVE AGE-Supplier(AGE-Index) TO PrnSupCode
       MOVE "(NOT ON MASTER)" TO PrnSupName
       MOVE 'N' TO SUP-FoundFlag
       PERFORM VARYING SUP-Index FROM 1 BY 1
           UNTIL SUP-Index > SupCount OR SUP-EntryFound
           IF SUP-Code(SUP-Index) = AGE-Supplier(AGE-Index)
               SET SUP-EntryFound TO TRUE
               MOVE SUP-Name(SUP-Index) TO PrnSupName
           END-IF
       END-PERFORM
       MOVE AGE-Current(AGE-Index) TO PrnCurrent
       MOVE AGE-Past30(AGE-Index) TO PrnPast30
       MOVE AGE-Past60(AGE-Index) TO PrnPast60
       MOVE AGE-Over60(AGE-Index) TO PrnOver60
       ADD AGE-Current(AGE-Index) TO TotalCurrent
       ADD AGE-Past30(AGE-Index) TO TotalPast30
       ADD AGE-Past60(AGE-Index) TO TotalPast60
       ADD AGE-Over60(AGE-Index) TO TotalOver60
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO SuppliersListed.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "APAGING" TO BAL-Program
       MOVE "APAGING" TO BAL-Step
       MOVE InvoicesScanned TO BAL-RecordsIn
       MOVE SuppliersListed TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
