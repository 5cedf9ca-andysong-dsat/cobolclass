       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DLVAGE.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT OPTIONAL CarrierControl ASSIGN TO "carrctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LateWork ASSIGN TO "dlvsort.tmp".
       SELECT AgingReport ASSIGN TO "dlvage.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD CarrierControl.
01 CarrierControlLine.
       02 CC-Carrier PIC X(10).
       02 FILLER PIC X.
       02 CC-StatusFile PIC X(30).
       02 FILLER PIC X.
       02 CC-TransitDays PIC 9(3).

SD LateWork.
01 LateWorkRecord.
       02 LW-Carrier PIC X(10).
       02 LW-ShipDate PIC 9(8).
       02 LW-OrderNum PIC 9(6).
       02 LW-ShipNum PIC 9(2).
       02 LW-Tracking PIC X(15).
       02 LW-TransitDays PIC 9(3).
       02 LW-DaysOut PIC 9(5).
       02 LW-DaysLate PIC 9(5).
       02 LW-DeliveryStatus PIC X.
       02 LW-DeliveryNote PIC X(30).

FD AgingReport.
01 PrintLine PIC X(120).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 ShipmentFileStatus PIC XX.
01 ShipmentEOFFlag PIC X VALUE 'N'.
       88 ShipmentEOF VALUE 'Y'.
01 ControlEOFFlag PIC X VALUE 'N'.
       88 ControlEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 ShipmentsRead PIC 9(6) VALUE ZERO.
01 ShipmentsOut PIC 9(6) VALUE ZERO.
01 ShipmentsLate PIC 9(6) VALUE ZERO.
01 LinesPrinted PIC 9(5) VALUE ZERO.
01 TransitDays PIC 9(3).
01 PriorCarrier PIC X(10).
01 PriorCarrierFlag PIC X VALUE 'N'.
       88 PriorCarrierSet VALUE 'Y'.
01 CarrierLate PIC 9(5).

      *> Each carrier's normal transit days, from the same control
      *> file the delivery intake reads.
01 CarrierTable.
       02 CarrierEntry OCCURS 20 TIMES.
           03 CRT-Carrier PIC X(10).
           03 CRT-TransitDays PIC 9(3).
01 CarrierCount PIC 99 VALUE ZERO.
01 CRT-Index PIC 99.
01 DefaultTransitDays PIC 9(3) VALUE 5.

      *> Shipments by how far past the carrier's transit days they
      *> are: 1-2, 3-5, 6-10 and over 10 days late.
01 AgeBuckets.
       02 AgeBucket PIC 9(5) OCCURS 4 TIMES.
01 AB-Index PIC 9.

01 ReportHeading.
       02 FILLER PIC X(38) VALUE "UNDELIVERED SHIPMENTS PAST TRANSIT - ".
       02 PrnRunDate PIC 9(8).
01 Heads PIC X(92) VALUE
    "Carrier    Order  Shp Shipped  Tracking        Transit   Out  Late  Status      Carrier Note".
01 AgingDetailLine.
       02 PrnCarrier PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOrderNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnShipNum PIC 9(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnShipDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTracking PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTransit PIC ZZZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDaysOut PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDaysLate PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStatus PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNote PIC X(30).
01 CarrierTotalLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTotCarrier PIC X(10).
       02 FILLER PIC X(21) VALUE " shipments past due: ".
       02 PrnCarrierLate PIC ZZ,ZZ9.
01 BucketLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBucketLabel PIC X(20).
       02 PrnBucketCount PIC ZZ,ZZ9.
01 ReportFooting.
       02 FILLER PIC X(36) VALUE "END OF REPORT - Shipments past due: ".
       02 PrnTotLate PIC ZZ,ZZ9.
       02 FILLER PIC X(22) VALUE "   Still undelivered: ".
       02 PrnTotOut PIC ZZ,ZZ9.

COPY "DATESRV.cpy".
COPY "REGION.cpy".

      *> Every shipment the carriers have not reported delivered -
      *> still in transit or held up by an exception - that has been
      *> out longer than its carrier's normal transit days, by carrier
      *> and oldest first, with how late it is and any exception note.
      *> An aging summary closes the report so customer service can
      *> chase the oldest first. A carrier with no transit days on
      *> carrctl.txt is held to the default.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       DISPLAY "UNDELIVERED SHIPMENTS AGING"
       PERFORM LoadCarrierTable
       PERFORM VARYING AB-Index FROM 1 BY 1 UNTIL AB-Index > 4
           MOVE ZERO TO AgeBucket(AB-Index)
       END-PERFORM
       OPEN OUTPUT AgingReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       SORT LateWork ON ASCENDING KEY LW-Carrier LW-ShipDate
                                      LW-OrderNum LW-ShipNum
           INPUT PROCEDURE IS ReleaseLateShipments
           OUTPUT PROCEDURE IS PrintLateShipments
       PERFORM PrintAgingSummary
       MOVE ShipmentsLate TO PrnTotLate
       MOVE ShipmentsOut TO PrnTotOut
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       CLOSE AgingReport
       PERFORM CatalogThisReport
       DISPLAY "Aging written to dlvage.rpt - past due: " ShipmentsLate
       PERFORM WriteBalanceLine
       STOP RUN.

ReleaseLateShipments.
       OPEN INPUT ShipmentFile
       IF ShipmentFileStatus NOT = "00"
           DISPLAY "Shipment register not available - status "
               ShipmentFileStatus
           CLOSE ShipmentFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ShipmentEOF
           READ ShipmentFile
               AT END SET ShipmentEOF TO TRUE
               NOT AT END
                   ADD 1 TO ShipmentsRead
                   IF NOT SH-Delivered AND SH-ShipDate IS NUMERIC
                       ADD 1 TO ShipmentsOut
                       PERFORM AgeOneShipment
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipmentFile.

AgeOneShipment.
       SET DS-DayDifference TO TRUE
       MOVE SH-ShipDate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid OR DS-Days < ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM FindTransitDays
       IF DS-Days > TransitDays
           MOVE SH-Carrier TO LW-Carrier
           MOVE SH-ShipDate TO LW-ShipDate
           MOVE SH-OrderNum TO LW-OrderNum
           MOVE SH-ShipNum TO LW-ShipNum
           MOVE SH-Tracking TO LW-Tracking
           MOVE TransitDays TO LW-TransitDays
           MOVE DS-Days TO LW-DaysOut
           COMPUTE LW-DaysLate = DS-Days - TransitDays
           MOVE SH-DeliveryStatus TO LW-DeliveryStatus
           MOVE SH-DeliveryNote TO LW-DeliveryNote
           RELEASE LateWorkRecord
       END-IF.

FindTransitDays.
       MOVE DefaultTransitDays TO TransitDays
       PERFORM VARYING CRT-Index FROM 1 BY 1 UNTIL CRT-Index > CarrierCount
           IF CRT-Carrier(CRT-Index) = SH-Carrier
               MOVE CRT-TransitDays(CRT-Index) TO TransitDays
           END-IF
       END-PERFORM.

PrintLateShipments.
       PERFORM ReturnOneLateShipment
       PERFORM PrintNextLateShipment UNTIL WorkEOF
       IF PriorCarrierSet
           PERFORM PrintCarrierTotal
       END-IF.

ReturnOneLateShipment.
       RETURN LateWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

PrintNextLateShipment.
       IF PriorCarrierSet AND LW-Carrier NOT = PriorCarrier
           PERFORM PrintCarrierTotal
           MOVE 'N' TO PriorCarrierFlag
       END-IF
       IF NOT PriorCarrierSet
           MOVE LW-Carrier TO PriorCarrier
           MOVE ZERO TO CarrierLate
           SET PriorCarrierSet TO TRUE
       END-IF
       MOVE SPACES TO AgingDetailLine
       MOVE LW-Carrier TO PrnCarrier
       MOVE LW-OrderNum TO PrnOrderNum
       MOVE LW-ShipNum TO PrnShipNum
       MOVE LW-ShipDate TO PrnShipDate
       MOVE LW-Tracking TO PrnTracking
       MOVE LW-TransitDays TO PrnTransit
       MOVE LW-DaysOut TO PrnDaysOut
       MOVE LW-DaysLate TO PrnDaysLate
       IF LW-DeliveryStatus = 'E'
           MOVE "EXCEPTION" TO PrnStatus
           MOVE LW-DeliveryNote TO PrnNote
       ELSE
           MOVE "IN TRANSIT" TO PrnStatus
       END-IF
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO LinesPrinted
       ADD 1 TO CarrierLate
       ADD 1 TO ShipmentsLate
       EVALUATE TRUE
           WHEN LW-DaysLate <= 2 MOVE 1 TO AB-Index
           WHEN LW-DaysLate <= 5 MOVE 2 TO AB-Index
           WHEN LW-DaysLate <= 10 MOVE 3 TO AB-Index
           WHEN OTHER MOVE 4 TO AB-Index
       END-EVALUATE
       ADD 1 TO AgeBucket(AB-Index)
       PERFORM ReturnOneLateShipment.

PrintCarrierTotal.
       MOVE PriorCarrier TO PrnTotCarrier
       MOVE CarrierLate TO PrnCarrierLate
       WRITE PrintLine FROM CarrierTotalLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE.

PrintAgingSummary.
       MOVE SPACES TO PrintLine
       MOVE "DAYS PAST TRANSIT" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       MOVE "1-2 days      : " TO PrnBucketLabel
       MOVE AgeBucket(1) TO PrnBucketCount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "3-5 days      : " TO PrnBucketLabel
       MOVE AgeBucket(2) TO PrnBucketCount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "6-10 days     : " TO PrnBucketLabel
       MOVE AgeBucket(3) TO PrnBucketCount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE
       MOVE "Over 10 days  : " TO PrnBucketLabel
       MOVE AgeBucket(4) TO PrnBucketCount
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE.

LoadCarrierTable.
       OPEN INPUT CarrierControl
       PERFORM UNTIL ControlEOF
           READ CarrierControl
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF CC-Carrier NOT = SPACES AND CarrierCount < 20
                       ADD 1 TO CarrierCount
                       MOVE CC-Carrier TO CRT-Carrier(CarrierCount)
                       IF CC-TransitDays IS NUMERIC
                           AND CC-TransitDays > ZERO
                           MOVE CC-TransitDays
                               TO CRT-TransitDays(CarrierCount)
                       ELSE
                           MOVE DefaultTransitDays
                               TO CRT-TransitDays(CarrierCount)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CarrierControl.

      *> Catalog the report so RPTBRWS can pull it back by date and
      *> RPTBURST can split it into branch copies.
CatalogThisReport.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE "dlvage.rpt" TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "DLVAGE" TO RCAT-Step
       MOVE LinesPrinted TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DLVAGE" TO BAL-Program
       MOVE "DLVAGE" TO BAL-Step
       MOVE ShipmentsRead TO BAL-RecordsIn
       MOVE LinesPrinted TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
