       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PODINQ.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipLineFileStatus.
       SELECT OPTIONAL CarrierControl ASSIGN TO "carrctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD ShipLineFile.
01 ShipLineRecord.
    COPY "SHIPLREC.cpy".

FD CarrierControl.
01 CarrierControlLine.
       02 CC-Carrier PIC X(10).
       02 FILLER PIC X.
       02 CC-StatusFile PIC X(30).
       02 FILLER PIC X.
       02 CC-TransitDays PIC 9(3).

WORKING-STORAGE SECTION.
01 ShipmentFileStatus PIC XX.
01 ShipLineFileStatus PIC XX.
01 StayOpen PIC X VALUE 'Y'.
01 Choice PIC 9.
01 AskOrderNum PIC 9(6).
01 AskTracking PIC X(15).
01 ShipmentEOFFlag PIC X.
       88 ShipmentEOF VALUE 'Y'.
01 ShipLineEOFFlag PIC X.
       88 ShipLineEOF VALUE 'Y'.
01 ControlEOFFlag PIC X VALUE 'N'.
       88 ControlEOF VALUE 'Y'.
01 ShipmentsShown PIC 9(3).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 TransitDays PIC 9(3).
01 DaysOut PIC S9(7).
01 ExpectedDate PIC 9(8).
01 PrnDays PIC ZZZ9.

      *> Each carrier's normal transit days, from the same control
      *> file the delivery intake reads.
01 CarrierTable.
       02 CarrierEntry OCCURS 20 TIMES.
           03 CRT-Carrier PIC X(10).
           03 CRT-TransitDays PIC 9(3).
01 CarrierCount PIC 99 VALUE ZERO.
01 CRT-Index PIC 99.
01 DefaultTransitDays PIC 9(3) VALUE 5.
COPY "DATESRV.cpy".

      *> Proof of delivery for the "where's my order" call: every
      *> shipment against an order, or the one shipment carrying a
      *> tracking number, with where it stands - delivered, on what
      *> date and signed for by whom; held up by a carrier exception
      *> and why; or still in transit, how long it has been out and
      *> when the carrier should have it there. The cartons' contents
      *> come from the shipment lines. The files are read again for
      *> every question, so the screen never goes stale.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadCarrierTable
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "PROOF OF DELIVERY INQUIRY"
           DISPLAY "1: By Order Number"
           DISPLAY "2: By Tracking Number"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM InquireByOrder
               WHEN 2 PERFORM InquireByTracking
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       STOP RUN.

InquireByOrder.
       DISPLAY "Order Number : " WITH NO ADVANCING
       ACCEPT AskOrderNum
       MOVE SPACES TO AskTracking
       PERFORM ScanShipments
       IF ShipmentsShown = ZERO
           DISPLAY "No shipments confirmed for order " AskOrderNum
       END-IF.

InquireByTracking.
       DISPLAY "Tracking Number : " WITH NO ADVANCING
       ACCEPT AskTracking
       MOVE ZERO TO AskOrderNum
       IF AskTracking = SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM ScanShipments
       IF ShipmentsShown = ZERO
           DISPLAY "No shipment carries tracking number " AskTracking
       END-IF.

      *> One pass of the register serves both questions - by order
      *> when a number was asked for, by tracking number otherwise.
ScanShipments.
       MOVE ZERO TO ShipmentsShown
       MOVE 'N' TO ShipmentEOFFlag
       OPEN INPUT ShipmentFile
       IF ShipmentFileStatus NOT = "00"
           CLOSE ShipmentFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ShipmentEOF
           READ ShipmentFile
               AT END SET ShipmentEOF TO TRUE
               NOT AT END
                   IF (AskOrderNum NOT = ZERO
                           AND SH-OrderNum = AskOrderNum)
                       OR (AskTracking NOT = SPACES
                           AND SH-Tracking = AskTracking)
                       PERFORM ShowOneShipment
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipmentFile.

ShowOneShipment.
       ADD 1 TO ShipmentsShown
       DISPLAY " "
       DISPLAY "Order " SH-OrderNum " shipment " SH-ShipNum
           " shipped " SH-ShipDate
       DISPLAY "  Carrier " SH-Carrier " tracking " SH-Tracking
       EVALUATE TRUE
           WHEN SH-Delivered
               DISPLAY "  DELIVERED " SH-DeliveryDate
                   " - signed for by " SH-Signer
           WHEN SH-DeliveryException
               DISPLAY "  EXCEPTION " SH-DeliveryDate
                   " - " SH-DeliveryNote
               PERFORM ShowTransitTime
           WHEN OTHER
               DISPLAY "  IN TRANSIT"
               PERFORM ShowTransitTime
       END-EVALUATE
       PERFORM ShowShipmentLines.

      *> Days out since the ship date and the date the carrier's
      *> normal transit time should have had it there.
ShowTransitTime.
       IF SH-ShipDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       PERFORM FindTransitDays
       SET DS-DayDifference TO TRUE
       MOVE SH-ShipDate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       IF NOT DS-DateValid
           EXIT PARAGRAPH
       END-IF
       MOVE DS-Days TO DaysOut
       SET DS-AddDays TO TRUE
       MOVE SH-ShipDate TO DS-Date1
       MOVE TransitDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Date2 TO ExpectedDate
       MOVE DaysOut TO PrnDays
       IF DaysOut > TransitDays
           DISPLAY "  Out " PrnDays " days - OVERDUE, expected by "
               ExpectedDate
       ELSE
           DISPLAY "  Out " PrnDays " days - expected by " ExpectedDate
       END-IF.

FindTransitDays.
       MOVE DefaultTransitDays TO TransitDays
       PERFORM VARYING CRT-Index FROM 1 BY 1 UNTIL CRT-Index > CarrierCount
           IF CRT-Carrier(CRT-Index) = SH-Carrier
               MOVE CRT-TransitDays(CRT-Index) TO TransitDays
           END-IF
       END-PERFORM.

ShowShipmentLines.
       MOVE 'N' TO ShipLineEOFFlag
       OPEN INPUT ShipLineFile
       IF ShipLineFileStatus NOT = "00"
           CLOSE ShipLineFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ShipLineEOF
           READ ShipLineFile
               AT END SET ShipLineEOF TO TRUE
               NOT AT END
                   IF SL-OrderNum = SH-OrderNum
                       AND SL-ShipNum = SH-ShipNum
                       DISPLAY "    Line " SL-LineIdx " " SL-ProdName
                           " " SL-ProdSize " Qty " SL-Qty
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipLineFile.

      *> A carrier with no transit days on the control file is held
      *> to the default.
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
