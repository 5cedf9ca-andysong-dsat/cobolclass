                  ==CR-ActiveCust==   BY ==ED-ActiveCust==
                  ==CR-InactiveCust== BY ==ED-InactiveCust==
                  ==CR-SuspendedCust==BY ==ED-SuspendedCust==
                  ==CR-DeletedCust==  BY ==ED-DeletedCust==
                  ==CR-CustCity==     BY ==ED-CustCity==
                  ==CR-CustState==    BY ==ED-CustState==
                  ==CR-CustZip==      BY ==ED-CustZip==.
01 DigitCount PIC 99.
01 PunctCount PIC 99.
01 PhoneDigits PIC 99.
01 PhoneBadChars PIC 99.
01 AtSignCount PIC 99.
COPY "ZIPSRV.cpy".
LINKAGE SECTION.
COPY "CUSTEDIT.cpy".

       MOVE CE-CustomerImage TO EditRecord
       MOVE ZERO TO CE-ErrorCount
       MOVE SPACE TO CE-FirstNameFlag CE-LastNameFlag CE-AddressFlag
           CE-PhoneFlag CE-EmailFlag CE-StatusFlag CE-ZipFlag
       MOVE SPACES TO CE-ZipReason
       PERFORM EditNameFields
       PERFORM EditAddressField
       PERFORM EditCityStateZip
       PERFORM EditPhoneField
       PERFORM EditEmailField
       PERFORM EditStatusField
           ADD 1 TO CE-ErrorCount
       END-IF.

      *> City, state and ZIP must all be keyed, and the ZIP must be on
      *> the reference table with the same city and state - the table
      *> is what names the tax jurisdiction, so a ZIP it does not know
      *> would send tax nowhere. Without a table only the ZIP's shape
      *> can be checked.
EditCityStateZip.
       EVALUATE TRUE
           WHEN ED-CustCity = SPACES
               MOVE "City missing" TO CE-ZipReason
           WHEN ED-CustState = SPACES
               MOVE "State missing" TO CE-ZipReason
           WHEN ED-CustZip = SPACES
               MOVE "ZIP missing" TO CE-ZipReason
           WHEN OTHER
               SET ZV-Validate TO TRUE
               MOVE ED-CustZip TO ZV-Zip
               MOVE ED-CustCity TO ZV-City
               MOVE ED-CustState TO ZV-State
               CALL "ZIPSRV" USING ZV-Parameters
               EVALUATE TRUE
                   WHEN ZV-ZipMalformed
                       MOVE "ZIP not 99999 or 99999-9999" TO CE-ZipReason
                   WHEN ZV-ZipUnknown
                       MOVE "ZIP not on ZIP table" TO CE-ZipReason
                   WHEN ZV-ZipMismatch
                       STRING "ZIP is " DELIMITED BY SIZE
                              ZV-TableCity DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              ZV-TableState DELIMITED BY SIZE
                              INTO CE-ZipReason
                       END-STRING
               END-EVALUATE
       END-EVALUATE
       IF CE-ZipReason NOT = SPACES
           MOVE 'E' TO CE-ZipFlag
           ADD 1 TO CE-ErrorCount
       END-IF.

      *> A phone needs at least ten digits and nothing stranger than
      *> digits, dashes, parentheses and spaces.
EditPhoneField.
