       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The files as they sit on disk before the address is broken
      *> out - the 111-byte customer record and the 46-byte address
      *> book entry, each with one free-text address line.
       SELECT OldCustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OC-IDNum
           ALTERNATE RECORD KEY IS OC-LastName WITH DUPLICATES
           FILE STATUS IS OldCustomerStatus.
       SELECT OldAddressBook ASSIGN TO "addrbook.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OA-Key
           FILE STATUS IS OldAddressStatus.
      *> The same files in the shapes every program now declares.
       SELECT NewCustomerFile ASSIGN TO "customer.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS NewCustomerStatus.
       SELECT NewAddressBook ASSIGN TO "addrbook.new"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AB-Key
           FILE STATUS IS NewAddressStatus.
       SELECT OPTIONAL MarkerFile ASSIGN TO "addrconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
       SELECT ConversionReport ASSIGN TO "addrconv.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OldCustomerFile.
01 OldCustomerRecord.
       02 OC-IDNum       PIC 9(6).
       02 OC-FirstName   PIC X(15).
       02 OC-LastName    PIC X(15).
       02 OC-CustAddress PIC X(30).
       02 OC-Phone       PIC X(12).
       02 OC-Email       PIC X(30).
       02 OC-CustStatus  PIC X.
       02 OC-Branch      PIC X(2).

FD OldAddressBook.
01 OldAddressRecord.
       02 OA-Key.
           03 OA-IDNum    PIC 9(6).
           03 OA-ShipName PIC X(10).
       02 OA-ShipAddress  PIC X(30).

FD NewCustomerFile.
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
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD NewAddressBook.
01 AddressBookRecord.
    COPY "ADDRREC.cpy".

FD MarkerFile.
01 MarkerLine PIC X(30).

FD ConversionReport.
01 PrintLine PIC X(100).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 OldCustomerStatus PIC XX.
01 OldAddressStatus PIC XX.
01 NewCustomerStatus PIC XX.
01 NewAddressStatus PIC XX.
01 MarkerStatus PIC XX.
01 FileEOFFlag PIC X.
       88 FileEOF VALUE 'Y'.
01 Confirm PIC X.
01 CustomersConverted PIC 9(6) VALUE ZERO.
01 CustomersClean PIC 9(6) VALUE ZERO.
01 CustomersListed PIC 9(6) VALUE ZERO.
01 EntriesConverted PIC 9(6) VALUE ZERO.
01 EntriesClean PIC 9(6) VALUE ZERO.
01 EntriesListed PIC 9(6) VALUE ZERO.
01 RecordsIn PIC 9(6) VALUE ZERO.
01 RecordsOut PIC 9(6) VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 WS-SwapOldName PIC X(20).
01 WS-SwapNewName PIC X(20).
01 WS-SwapLiveName PIC X(20).
01 WS-SwapStatus PIC S9(9) COMP-5.

      *> One free-text address being taken apart, and what came out.
      *> ParseReason stays spaces only for an address that split into
      *> all four parts and whose ZIP the table confirms.
01 ParseText PIC X(30).
01 ParseUpper PIC X(30).
01 ParseLen PIC 99.
01 ParsePos PIC 99.
01 WordStart PIC 99.
01 WordLen PIC 99.
01 RestLen PIC 99.
01 CommaPos PIC 99.
01 CityLen PIC 99.
01 ParsedStreet PIC X(30).
01 ParsedCity PIC X(20).
01 ParsedState PIC X(2).
01 ParsedZip PIC X(10).
01 ParseReason PIC X(30).
01 ParseSplitFlag PIC X.
       88 ParseSplit VALUE 'Y'.
COPY "ZIPSRV.cpy".
COPY "REGION.cpy".

01 ReportHeading.
       02 FILLER PIC X(53)
           VALUE "ADDRESS CONVERSION - ADDRESSES NOT BROKEN OUT CLEANLY".
       02 FILLER PIC X(5) VALUE " RUN ".
       02 PrnRunDate PIC 9(8).
01 CustomerHeads PIC X(80) VALUE
       "CUSTOMER NAME                   OLD ADDRESS                    REASON".
01 ShipToHeads PIC X(80) VALUE
       "CUSTOMER SHIP-TO NAME           OLD ADDRESS                    REASON".
01 ReportDetailLine.
       02 PrnIDNum PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnWho PIC X(22).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOldAddress PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(30).
01 ReportTotalLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTotalWhat PIC X(16).
       02 FILLER PIC X(11) VALUE " converted ".
       02 PrnTotalIn PIC ZZZZZ9.
       02 FILLER PIC X(9) VALUE "   clean ".
       02 PrnTotalClean PIC ZZZZZ9.
       02 FILLER PIC X(10) VALUE "   listed ".
       02 PrnTotalListed PIC ZZZZZ9.

      *> One-time conversion. Run this ONCE, when the programs that
      *> carry the broken-out address go live:
      *>   customer.txt  111-byte records -> 143 (city, state, ZIP)
      *>   addrbook.dat  46-byte entries  -> 78 (the same for ship-to)
      *> Each free-text address is split as "street, city, ST 99999"
      *> - the comma before the city may be left out when the city is
      *> the one the ZIP table gives for the ZIP. An address that
      *> splits goes onto the record in its parts; one that does not
      *> stays whole on the street line with city, state and ZIP left
      *> blank for maintenance to complete. Every customer and ship-to
      *> entry that did not come through clean - no split, or a ZIP the
      *> table does not know or puts in another city - is listed on
      *> addrconv.rpt with the reason. Each live file is set aside as
      *> *.old and replaced only after its pass completes clean, and
      *> an addrconv.done marker refuses a second run. AUDCONV widens
      *> the customer images in the audit trail and runs first - see
      *> its cutover order.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM CheckMarker
       DISPLAY "ONE-TIME ADDRESS CONVERSION"
       DISPLAY "Breaks the customer.txt and addrbook.dat addresses"
           " into street, city, state and ZIP."
      *> Without the reference table no address can be confirmed and
      *> every one would be listed - load it first.
       SET ZV-Lookup TO TRUE
       MOVE SPACES TO ZV-Zip
       CALL "ZIPSRV" USING ZV-Parameters
       IF ZV-NoTable
           DISPLAY "ZIP table zipcode.txt is empty - load it before"
               " converting"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion abandoned - nothing touched"
           STOP RUN
       END-IF
       OPEN OUTPUT ConversionReport
       MOVE RunDate TO PrnRunDate
       WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
       PERFORM ConvertCustomerFile
       PERFORM ConvertAddressBook
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       MOVE "Customers" TO PrnTotalWhat
       MOVE CustomersConverted TO PrnTotalIn
       MOVE CustomersClean TO PrnTotalClean
       MOVE CustomersListed TO PrnTotalListed
       WRITE PrintLine FROM ReportTotalLine AFTER ADVANCING 1 LINE
       MOVE "Ship-to entries" TO PrnTotalWhat
       MOVE EntriesConverted TO PrnTotalIn
       MOVE EntriesClean TO PrnTotalClean
       MOVE EntriesListed TO PrnTotalListed
       WRITE PrintLine FROM ReportTotalLine AFTER ADVANCING 1 LINE
       CLOSE ConversionReport
       IF ConversionFailed
           DISPLAY "Conversion INCOMPLETE - see messages above."
           DISPLAY "No marker written - correct and rerun."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM WriteMarker
       DISPLAY "Conversion complete:"
       DISPLAY "  Customers       : " CustomersConverted
           "  clean: " CustomersClean "  listed: " CustomersListed
       DISPLAY "  Ship-to entries : " EntriesConverted
           "  clean: " EntriesClean "  listed: " EntriesListed
       DISPLAY "Addresses to complete are listed on addrconv.rpt"
       DISPLAY "Old files kept as customer.old / addrbook.old"
       PERFORM WriteBalanceLine
       STOP RUN.

      *> The marker is the rerun guard - a second pass would read the
      *> converted records through the old layout.
CheckMarker.
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           READ MarkerFile
               AT END CONTINUE
               NOT AT END
                   DISPLAY "Conversion already ran (" MarkerLine ")"
                   DISPLAY "Remove addrconv.done only if you are"
                       " restoring the old files"
                   CLOSE MarkerFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
       END-IF
       CLOSE MarkerFile.

WriteMarker.
       OPEN OUTPUT MarkerFile
       MOVE SPACES TO MarkerLine
       STRING "converted " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              INTO MarkerLine
       END-STRING
       WRITE MarkerLine
       CLOSE MarkerFile.

ConvertCustomerFile.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldCustomerFile
       IF OldCustomerStatus NOT = "00"
           DISPLAY "customer.txt not present (" OldCustomerStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewCustomerFile
       WRITE PrintLine FROM CustomerHeads AFTER ADVANCING 2 LINES
       PERFORM UNTIL FileEOF
           READ OldCustomerFile NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneCustomer
           END-READ
       END-PERFORM
       CLOSE OldCustomerFile
       CLOSE NewCustomerFile
       IF NOT ConversionFailed
           MOVE "customer" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       ADD CustomersConverted TO RecordsIn
       ADD CustomersConverted TO RecordsOut.

ConvertOneCustomer.
       MOVE SPACES TO CustomerData
       MOVE OC-IDNum TO IDNum
       MOVE OC-FirstName TO FirstName
       MOVE OC-LastName TO LastName
       MOVE OC-Phone TO Phone
       MOVE OC-Email TO Email
       MOVE OC-CustStatus TO CustStatus
       MOVE OC-Branch TO Branch
       MOVE OC-CustAddress TO ParseText
       PERFORM ParseAddress
       IF ParseSplit
           MOVE ParsedStreet TO CustAddress
           MOVE ParsedCity TO CustCity
           MOVE ParsedState TO CustState
           MOVE ParsedZip TO CustZip
       ELSE
           MOVE OC-CustAddress TO CustAddress
       END-IF
       WRITE CustomerData
           INVALID KEY
               DISPLAY "Customer " OC-IDNum " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO CustomersConverted
       IF ParseReason = SPACES
           ADD 1 TO CustomersClean
       ELSE
           ADD 1 TO CustomersListed
           MOVE OC-IDNum TO PrnIDNum
           MOVE SPACES TO PrnWho
           STRING OC-LastName DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  OC-FirstName DELIMITED BY "  "
                  INTO PrnWho
           END-STRING
           PERFORM WriteReportDetail
       END-IF.

ConvertAddressBook.
       MOVE 'N' TO FileEOFFlag
       OPEN INPUT OldAddressBook
       IF OldAddressStatus NOT = "00"
           DISPLAY "addrbook.dat not present (" OldAddressStatus
               ") - skipped"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewAddressBook
       WRITE PrintLine FROM ShipToHeads AFTER ADVANCING 2 LINES
       PERFORM UNTIL FileEOF
           READ OldAddressBook NEXT RECORD
               AT END SET FileEOF TO TRUE
               NOT AT END PERFORM ConvertOneEntry
           END-READ
       END-PERFORM
       CLOSE OldAddressBook
       CLOSE NewAddressBook
       IF NOT ConversionFailed
           MOVE "addrbook" TO WS-SwapOldName
           PERFORM SwapOneFile
       END-IF
       ADD EntriesConverted TO RecordsIn
       ADD EntriesConverted TO RecordsOut.

ConvertOneEntry.
       MOVE SPACES TO AddressBookRecord
       MOVE OA-IDNum TO AB-IDNum
       MOVE OA-ShipName TO AB-ShipName
       MOVE OA-ShipAddress TO ParseText
       PERFORM ParseAddress
       IF ParseSplit
           MOVE ParsedStreet TO AB-ShipAddress
           MOVE ParsedCity TO AB-ShipCity
           MOVE ParsedState TO AB-ShipState
           MOVE ParsedZip TO AB-ShipZip
       ELSE
           MOVE OA-ShipAddress TO AB-ShipAddress
       END-IF
       WRITE AddressBookRecord
           INVALID KEY
               DISPLAY "Ship-to " OA-IDNum " " OA-ShipName
                   " not written"
               SET ConversionFailed TO TRUE
       END-WRITE
       ADD 1 TO EntriesConverted
       IF ParseReason = SPACES
           ADD 1 TO EntriesClean
       ELSE
           ADD 1 TO EntriesListed
           MOVE OA-IDNum TO PrnIDNum
           MOVE OA-ShipName TO PrnWho
           PERFORM WriteReportDetail
       END-IF.

WriteReportDetail.
       MOVE ParseText TO PrnOldAddress
       MOVE ParseReason TO PrnReason
       WRITE PrintLine FROM ReportDetailLine AFTER ADVANCING 1 LINE.

      *> Works back from the end of the line: the last word must be the
      *> ZIP, the word before it the state, and what is left splits at
      *> its last comma into street and city.
ParseAddress.
       MOVE SPACES TO ParsedStreet ParsedCity ParsedState ParsedZip
           ParseReason
       MOVE 'N' TO ParseSplitFlag
       PERFORM VARYING ParseLen FROM 30 BY -1
           UNTIL ParseLen = ZERO OR ParseText(ParseLen:1) NOT = SPACE
           CONTINUE
       END-PERFORM
       IF ParseLen = ZERO
           MOVE "ADDRESS BLANK" TO ParseReason
           EXIT PARAGRAPH
       END-IF
       MOVE ParseLen TO ParsePos
       PERFORM FindWordBack
       IF NOT ((WordLen = 5 AND ParseText(WordStart:5) IS NUMERIC)
           OR (WordLen = 10 AND ParseText(WordStart:5) IS NUMERIC
               AND ParseText(WordStart + 5:1) = '-'
               AND ParseText(WordStart + 6:4) IS NUMERIC))
           MOVE "NO ZIP CODE AT END" TO ParseReason
           EXIT PARAGRAPH
       END-IF
       MOVE ParseText(WordStart:WordLen) TO ParsedZip
       COMPUTE ParsePos = WordStart - 1
       PERFORM SkipSeparatorsBack
       IF ParsePos = ZERO
           MOVE "NO STATE BEFORE ZIP" TO ParseReason
           EXIT PARAGRAPH
       END-IF
       PERFORM FindWordBack
       IF WordLen NOT = 2 OR ParseText(WordStart:2) IS NOT ALPHABETIC
           MOVE "NO TWO-LETTER STATE BEFORE ZIP" TO ParseReason
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION UPPER-CASE(ParseText(WordStart:2)) TO ParsedState
       COMPUTE ParsePos = WordStart - 1
       PERFORM SkipSeparatorsBack
       IF ParsePos = ZERO
           MOVE "NO STREET OR CITY" TO ParseReason
           EXIT PARAGRAPH
       END-IF
       MOVE ParsePos TO RestLen
       PERFORM SplitStreetAndCity
       IF ParseReason NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       SET ParseSplit TO TRUE
       SET ZV-Validate TO TRUE
       MOVE ParsedZip TO ZV-Zip
       MOVE ParsedCity TO ZV-City
       MOVE ParsedState TO ZV-State
       CALL "ZIPSRV" USING ZV-Parameters
       EVALUATE TRUE
           WHEN ZV-ZipUnknown
               MOVE "ZIP NOT ON ZIP TABLE" TO ParseReason
           WHEN ZV-ZipMismatch
               MOVE "CITY/STATE DO NOT MATCH ZIP" TO ParseReason
       END-EVALUATE.

      *> ParsePos sits on the last character of a word; WordStart and
      *> WordLen come back describing it.
FindWordBack.
       MOVE ParsePos TO WordStart
       PERFORM UNTIL WordStart = 1
           OR ParseText(WordStart - 1:1) = SPACE
           OR ParseText(WordStart - 1:1) = ','
           SUBTRACT 1 FROM WordStart
       END-PERFORM
       COMPUTE WordLen = ParsePos - WordStart + 1.

SkipSeparatorsBack.
       PERFORM UNTIL ParsePos = ZERO
           OR (ParseText(ParsePos:1) NOT = SPACE
               AND ParseText(ParsePos:1) NOT = ',')
           SUBTRACT 1 FROM ParsePos
       END-PERFORM.

      *> With a comma, the city is whatever follows the last one. With
      *> none, the city the ZIP table gives must end the line.
SplitStreetAndCity.
       MOVE ZERO TO CommaPos
       PERFORM VARYING ParsePos FROM RestLen BY -1
           UNTIL ParsePos = ZERO OR CommaPos > ZERO
           IF ParseText(ParsePos:1) = ','
               MOVE ParsePos TO CommaPos
           END-IF
       END-PERFORM
       IF CommaPos > ZERO
           IF CommaPos > 1
               MOVE ParseText(1:CommaPos - 1) TO ParsedStreet
           END-IF
           COMPUTE ParsePos = CommaPos + 1
           PERFORM UNTIL ParsePos > RestLen
               OR ParseText(ParsePos:1) NOT = SPACE
               ADD 1 TO ParsePos
           END-PERFORM
           IF ParsePos <= RestLen
               MOVE ParseText(ParsePos:RestLen - ParsePos + 1)
                   TO ParsedCity
           END-IF
       ELSE
           SET ZV-Lookup TO TRUE
           MOVE ParsedZip TO ZV-Zip
           CALL "ZIPSRV" USING ZV-Parameters
           IF NOT ZV-ZipFound
               MOVE "NO COMMA BEFORE CITY" TO ParseReason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CityLen FROM 20 BY -1
               UNTIL CityLen = ZERO OR ZV-TableCity(CityLen:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(ParseText) TO ParseUpper
           IF CityLen = ZERO OR CityLen >= RestLen
               MOVE "NO COMMA BEFORE CITY" TO ParseReason
               EXIT PARAGRAPH
           END-IF
           IF ParseUpper(RestLen - CityLen + 1:CityLen)
                   NOT = ZV-TableCity(1:CityLen)
               OR ParseText(RestLen - CityLen:1) NOT = SPACE
               MOVE "NO COMMA BEFORE CITY" TO ParseReason
               EXIT PARAGRAPH
           END-IF
           MOVE ParseText(1:RestLen - CityLen) TO ParsedStreet
           MOVE ParseText(RestLen - CityLen + 1:CityLen) TO ParsedCity
       END-IF
       IF ParsedStreet = SPACES OR ParsedCity = SPACES
           MOVE "NO STREET OR CITY" TO ParseReason
       END-IF.

SwapOneFile.
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".old" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_DELETE_FILE" USING WS-SwapNewName
           GIVING WS-SwapStatus
       PERFORM BuildLiveName
       CALL "CBL_RENAME_FILE" USING WS-SwapLiveName WS-SwapNewName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not set aside " WS-SwapLiveName
               " - converted copy left as .new"
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-SwapNewName
       STRING WS-SwapOldName DELIMITED BY SPACE
              ".new" DELIMITED BY SIZE
              INTO WS-SwapNewName
       END-STRING
       CALL "CBL_RENAME_FILE" USING WS-SwapNewName WS-SwapLiveName
           GIVING WS-SwapStatus
       IF WS-SwapStatus NOT = ZERO
           DISPLAY "Could not install converted " WS-SwapLiveName
           SET ConversionFailed TO TRUE
       END-IF.

BuildLiveName.
       MOVE SPACES TO WS-SwapLiveName
       IF WS-SwapOldName(1:8) = "customer"
           MOVE "customer.txt" TO WS-SwapLiveName
       ELSE
           MOVE "addrbook.dat" TO WS-SwapLiveName
       END-IF.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "ADDRCONV" TO BAL-Program
       MOVE "CUTOVER" TO BAL-Step
       MOVE RecordsIn TO BAL-RecordsIn
       MOVE RecordsOut TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
