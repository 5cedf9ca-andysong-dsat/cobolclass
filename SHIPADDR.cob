01 AskIDNum PIC 9(6).
01 AskShipName PIC X(10).
01 EntriesListed PIC 9(3).
01 AddressOKFlag PIC X.
       88 AddressOK VALUE 'Y'.
COPY "SIGNON.cpy".
COPY "ZIPSRV.cpy".

COPY "REGION.cpy".

           MOVE AskShipName TO AB-ShipName
           DISPLAY "Enter Ship-To Address : " WITH NO ADVANCING
           ACCEPT AB-ShipAddress
           PERFORM CaptureCityStateZip
           IF NOT AddressOK
               DISPLAY "Ship-to entry not written"
           ELSE
           WRITE AddressBookRecord
               INVALID KEY
                   DISPLAY "Entry already exists - use change"
               NOT INVALID KEY
                   DISPLAY "Ship-to entry written"
           END-WRITE
           END-IF
       END-IF
       END-IF.

           DISPLAY "Entry Doesn't Exist"
       ELSE
           DISPLAY "Current address : " AB-ShipAddress
           DISPLAY "                  " AB-ShipCity " " AB-ShipState
               " " AB-ShipZip
           DISPLAY "Enter New Address : " WITH NO ADVANCING
           ACCEPT AB-ShipAddress
           PERFORM CaptureCityStateZip
           IF NOT AddressOK
               DISPLAY "Entry Not Rewritten"
           ELSE
           REWRITE AddressBookRecord
               INVALID KEY DISPLAY "Entry Not Rewritten"
               NOT INVALID KEY DISPLAY "Ship-to entry changed"
           END-REWRITE
           END-IF
       END-IF.

      *> The ship-to city, state and ZIP get the same check against the
      *> ZIP table the customer master does - an order shipping here
      *> takes its tax jurisdiction from this ZIP.
CaptureCityStateZip.
       MOVE 'Y' TO AddressOKFlag
       DISPLAY "Enter City : " WITH NO ADVANCING
       ACCEPT AB-ShipCity
       DISPLAY "Enter State : " WITH NO ADVANCING
       ACCEPT AB-ShipState
       MOVE FUNCTION UPPER-CASE(AB-ShipState) TO AB-ShipState
       DISPLAY "Enter ZIP : " WITH NO ADVANCING
       ACCEPT AB-ShipZip
       IF AB-ShipCity = SPACES OR AB-ShipState = SPACES
           OR AB-ShipZip = SPACES
           DISPLAY "City, state and ZIP are all required"
           MOVE 'N' TO AddressOKFlag
           EXIT PARAGRAPH
       END-IF
       SET ZV-Validate TO TRUE
       MOVE AB-ShipZip TO ZV-Zip
       MOVE AB-ShipCity TO ZV-City
       MOVE AB-ShipState TO ZV-State
       CALL "ZIPSRV" USING ZV-Parameters
       EVALUATE TRUE
           WHEN ZV-ZipMalformed
               DISPLAY "ZIP must be 99999 or 99999-9999"
               MOVE 'N' TO AddressOKFlag
           WHEN ZV-ZipUnknown
               DISPLAY "ZIP " AB-ShipZip " is not on the ZIP table"
               MOVE 'N' TO AddressOKFlag
           WHEN ZV-ZipMismatch
               DISPLAY "ZIP " AB-ShipZip " is " ZV-TableCity " "
                   ZV-TableState
               MOVE 'N' TO AddressOKFlag
       END-EVALUATE.

DeleteEntry.
       PERFORM CheckMaintAllowed
       IF Confirm = 'N'
               IF AB-IDNum = AskIDNum
                   ADD 1 TO EntriesListed
                   DISPLAY "  " AB-ShipName " " AB-ShipAddress
                       " " AB-ShipCity " " AB-ShipState " " AB-ShipZip
               ELSE
                   MOVE 'Y' TO ListScanEOF
               END-IF
