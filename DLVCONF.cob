       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DLVCONF.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CarrierControl ASSIGN TO "carrctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CarrierStatusFile ASSIGN TO StatusFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StatusFileStatus.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT NewShipmentFile ASSIGN TO "shipment.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
      *> One line per carrier: the name its daily status file is
      *> dropped under and the calendar days it normally takes to
      *> deliver.
FD CarrierControl.
01 CarrierControlLine.
       02 CC-Carrier PIC X(10).
       02 FILLER PIC X.
       02 CC-StatusFile PIC X(30).
       02 FILLER PIC X.
       02 CC-TransitDays PIC 9(3).

FD CarrierStatusFile.
01 CarrierStatusLine.
    COPY "DLVREC.cpy".

FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD NewShipmentFile.
01 NewShipmentRecord PIC X(127).

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
01 StatusFileName PIC X(30).
01 StatusFileStatus PIC XX.
01 ShipmentFileStatus PIC XX.
01 ControlEOFFlag PIC X VALUE 'N'.
       88 ControlEOF VALUE 'Y'.
01 StatusEOFFlag PIC X.
       88 StatusEOF VALUE 'Y'.
01 ShipmentEOFFlag PIC X VALUE 'N'.
       88 ShipmentEOF VALUE 'Y'.
01 CarrierCount PIC 99 VALUE ZERO.
01 StatusLinesRead PIC 9(5) VALUE ZERO.
01 ShipmentsRead PIC 9(6) VALUE ZERO.
01 ShipmentsDelivered PIC 9(5) VALUE ZERO.
01 ShipmentsExcepted PIC 9(5) VALUE ZERO.
01 StatusUnmatched PIC 9(5) VALUE ZERO.
01 ShipmentChangedFlag PIC X.
       88 ShipmentChanged VALUE 'Y'.
01 RegisterChangedFlag PIC X VALUE 'N'.
       88 RegisterChanged VALUE 'Y'.

      *> Every status line from every carrier's file for the day,
      *> held so one pass of the shipment register can apply them.
      *> Lines for one tracking number are applied in the order the
      *> carrier sent them.
01 StatusTable.
       02 StatusEntry OCCURS 1000 TIMES.
           03 STE-Carrier PIC X(10).
           03 STE-Tracking PIC X(15).
           03 STE-Status PIC X.
               88 STE-Delivered VALUE 'D'.
               88 STE-Exception VALUE 'E'.
           03 STE-EventDate PIC 9(8).
           03 STE-Signer PIC X(20).
           03 STE-Note PIC X(30).
           03 STE-MatchedFlag PIC X.
               88 STE-Matched VALUE 'Y'.
01 STE-Count PIC 9(4) VALUE ZERO.
01 STE-Index PIC 9(4).
01 StatusTableFullFlag PIC X VALUE 'N'.
       88 StatusTableFull VALUE 'Y'.

01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapStatus PIC S9(9) COMP-5.
COPY "REGION.cpy".

      *> Daily carrier delivery intake. Every carrier named in
      *> carrctl.txt has its status file read, and the shipment
      *> register is passed once against the lot by tracking number:
      *> a delivery marks the shipment delivered with its date and
      *> signer, an exception flags it with the carrier's note and
      *> goes on the exception log for customer service. A delivered
      *> shipment is final. A status line no shipment carries the
      *> tracking number of is logged too - usually a mis-keyed
      *> tracking number at ship confirmation. Reading the same files
      *> twice changes nothing further, so a rerun is safe. Run it
      *> when the dock is not confirming shipments, since the
      *> register is rewritten whole.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       OPEN EXTEND ExceptionLog
       DISPLAY "CARRIER DELIVERY STATUS INTAKE"
       PERFORM LoadCarrierStatuses
       IF STE-Count = ZERO
           DISPLAY "No carrier status lines to apply"
           CLOSE ExceptionLog
           PERFORM WriteBalanceLine
           STOP RUN
       END-IF
       PERFORM UpdateShipmentRegister
       PERFORM ReportUnmatchedStatuses
       CLOSE ExceptionLog
       DISPLAY "Carriers read          : " CarrierCount
       DISPLAY "Status lines read      : " StatusLinesRead
       DISPLAY "Shipments delivered    : " ShipmentsDelivered
       DISPLAY "Delivery exceptions    : " ShipmentsExcepted
       DISPLAY "Status lines unmatched : " StatusUnmatched
       PERFORM WriteBalanceLine
       STOP RUN.

LoadCarrierStatuses.
       OPEN INPUT CarrierControl
       PERFORM UNTIL ControlEOF
           READ CarrierControl
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF CC-Carrier NOT = SPACES
                       AND CC-StatusFile NOT = SPACES
                       ADD 1 TO CarrierCount
                       PERFORM LoadOneCarrierFile
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CarrierControl
       IF CarrierCount = ZERO
           DISPLAY "No carriers in carrctl.txt"
       END-IF.

      *> A carrier that sent nothing today simply has no file.
LoadOneCarrierFile.
       MOVE CC-StatusFile TO StatusFileName
       MOVE 'N' TO StatusEOFFlag
       OPEN INPUT CarrierStatusFile
       IF StatusFileStatus NOT = "00"
           DISPLAY CC-Carrier " - no status file " StatusFileName
           CLOSE CarrierStatusFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL StatusEOF
           READ CarrierStatusFile
               AT END SET StatusEOF TO TRUE
               NOT AT END
                   ADD 1 TO StatusLinesRead
                   PERFORM HoldOneStatusLine
           END-READ
       END-PERFORM
       CLOSE CarrierStatusFile.

      *> In-transit lines tell us nothing the register does not
      *> already say, so only deliveries and exceptions are held.
HoldOneStatusLine.
       IF CS-Tracking = SPACES
           EXIT PARAGRAPH
       END-IF
       IF NOT CS-Delivered AND NOT CS-Exception
           EXIT PARAGRAPH
       END-IF
       IF STE-Count = 1000
           IF NOT StatusTableFull
               SET StatusTableFull TO TRUE
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE "Carrier Status Table Full - Later Lines Not Applied"
                   TO WS-ExceptionMessage
               PERFORM LogException
           END-IF
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO STE-Count
       MOVE CC-Carrier TO STE-Carrier(STE-Count)
       MOVE CS-Tracking TO STE-Tracking(STE-Count)
       MOVE CS-Status TO STE-Status(STE-Count)
       IF CS-EventDate IS NUMERIC AND CS-EventDate NOT = ZERO
           MOVE CS-EventDate TO STE-EventDate(STE-Count)
       ELSE
           MOVE RunDate TO STE-EventDate(STE-Count)
       END-IF
       MOVE CS-Signer TO STE-Signer(STE-Count)
       MOVE CS-Note TO STE-Note(STE-Count)
       MOVE 'N' TO STE-MatchedFlag(STE-Count).

      *> The register is copied through to shipment.tmp with each
      *> shipment's statuses applied, and the copy replaces the live
      *> file only when something changed.
UpdateShipmentRegister.
       OPEN INPUT ShipmentFile
       IF ShipmentFileStatus NOT = "00"
           DISPLAY "Shipment register not available - status "
               ShipmentFileStatus
           CLOSE ShipmentFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewShipmentFile
       PERFORM UNTIL ShipmentEOF
           READ ShipmentFile
               AT END SET ShipmentEOF TO TRUE
               NOT AT END
                   ADD 1 TO ShipmentsRead
                   PERFORM ApplyShipmentStatuses
                   WRITE NewShipmentRecord FROM ShipmentRecord
           END-READ
       END-PERFORM
       CLOSE ShipmentFile
       CLOSE NewShipmentFile
       IF RegisterChanged
           PERFORM SwapShipmentFiles
       ELSE
           MOVE "shipment.tmp" TO WS-SwapNewName
           CALL "CBL_DELETE_FILE" USING WS-SwapNewName
               GIVING WS-SwapStatus
       END-IF.

ApplyShipmentStatuses.
       IF SH-Tracking = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO ShipmentChangedFlag
       PERFORM VARYING STE-Index FROM 1 BY 1 UNTIL STE-Index > STE-Count
           IF STE-Tracking(STE-Index) = SH-Tracking
               SET STE-Matched(STE-Index) TO TRUE
               IF NOT SH-Delivered
                   PERFORM ApplyOneStatus
               END-IF
           END-IF
       END-PERFORM
       IF ShipmentChanged
           SET RegisterChanged TO TRUE
           IF SH-Delivered
               ADD 1 TO ShipmentsDelivered
           ELSE
               ADD 1 TO ShipmentsExcepted
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Delivery Exception - Order " DELIMITED BY SIZE
                      SH-OrderNum DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SH-ShipNum DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SH-DeliveryNote DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
           END-IF
       END-IF.

      *> The same exception sent again is not news; a different one
      *> replaces it.
ApplyOneStatus.
       IF STE-Delivered(STE-Index)
           SET SH-Delivered TO TRUE
           MOVE STE-EventDate(STE-Index) TO SH-DeliveryDate
           MOVE STE-Signer(STE-Index) TO SH-Signer
           MOVE SPACES TO SH-DeliveryNote
           SET ShipmentChanged TO TRUE
       ELSE
           IF NOT SH-DeliveryException
               OR SH-DeliveryNote NOT = STE-Note(STE-Index)
               SET SH-DeliveryException TO TRUE
               MOVE STE-EventDate(STE-Index) TO SH-DeliveryDate
               MOVE SPACES TO SH-Signer
               MOVE STE-Note(STE-Index) TO SH-DeliveryNote
               SET ShipmentChanged TO TRUE
           END-IF
       END-IF.

ReportUnmatchedStatuses.
       PERFORM VARYING STE-Index FROM 1 BY 1 UNTIL STE-Index > STE-Count
           IF NOT STE-Matched(STE-Index)
               ADD 1 TO StatusUnmatched
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Carrier Status - No Shipment For " DELIMITED BY SIZE
                      STE-Carrier(STE-Index) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      STE-Tracking(STE-Index) DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
           END-IF
       END-PERFORM.

      *> The updated register replaces the live one the same way the
      *> notification run swaps its queue - delete and rename, so a
      *> crash mid-run leaves the original intact.
SwapShipmentFiles.
       MOVE "shipment.dat" TO WS-SwapOldName
       CALL "CBL_DELETE_FILE" USING WS-SwapOldName
           GIVING WS-SwapStatus
       MOVE "shipment.tmp" TO WS-SwapNewName
       CALL "CBL_RENAME_FILE" USING WS-SwapNewName WS-SwapOldName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Register swap failed - updates are in shipment.tmp"
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "DLVCONF" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DLVCONF" TO BAL-Program
       MOVE "DELIVERY" TO BAL-Step
       MOVE StatusLinesRead TO BAL-RecordsIn
       COMPUTE BAL-RecordsOut = ShipmentsDelivered + ShipmentsExcepted
       WRITE BalanceRecord
       CLOSE BalanceReport.
