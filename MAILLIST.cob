                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD MailControl.
01 MailControlRecord.
01 AddrScanEOF PIC X.
01 ShipPiecesThisCust PIC 999.
01 MergeAddress PIC X(30).
01 MergeCity PIC X(36).
01 CityPieces.
       02 PieceCity PIC X(20).
       02 PieceState PIC X(2).
       02 PieceZip PIC X(10).

      *> Letter body loaded once; the name and address merge in above
      *> it for every selected customer.
                   IF AB-IDNum = IDNum
                       ADD 1 TO ShipPiecesThisCust
                       MOVE AB-ShipAddress TO MergeAddress
                       MOVE AB-ShipCity TO PieceCity
                       MOVE AB-ShipState TO PieceState
                       MOVE AB-ShipZip TO PieceZip
                       PERFORM WriteOnePiece
                   ELSE
                       MOVE 'Y' TO AddrScanEOF
               END-IF
           END-PERFORM
           IF ShipPiecesThisCust = ZERO
               PERFORM TakeBillingAddress
               PERFORM WriteOnePiece
           END-IF
       ELSE
           PERFORM TakeBillingAddress
           PERFORM WriteOnePiece
       END-IF.

TakeBillingAddress.
       MOVE CustAddress TO MergeAddress
       MOVE CustCity TO PieceCity
       MOVE CustState TO PieceState
       MOVE CustZip TO PieceZip.

WriteOnePiece.
       ADD 1 TO PiecesProduced
       PERFORM BuildCityText
       IF WSOutputType = 'F'
           PERFORM WriteOneLetter
       ELSE
           PERFORM WriteOneLabel
       END-IF.

      *> City, state and ZIP go on one line under the street. An
      *> address never split out of the old free-text field has no
      *> city and so no second line.
BuildCityText.
       MOVE SPACES TO MergeCity
       IF PieceCity NOT = SPACES
           STRING PieceCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  PieceState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PieceZip DELIMITED BY SPACE
                  INTO MergeCity
           END-STRING
       END-IF.

BuildNameLine.
       MOVE SPACES TO NameLine
       STRING FirstName DELIMITED BY "  "
       PERFORM BuildNameLine
       WRITE PrintLine FROM NameLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM MergeAddress AFTER ADVANCING 1 LINE
       IF MergeCity NOT = SPACES
           WRITE PrintLine FROM MergeCity AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM LabelRule AFTER ADVANCING 1 LINE.

WriteOneLetter.
       PERFORM BuildNameLine
       WRITE PrintLine FROM NameLine AFTER ADVANCING PAGE
       WRITE PrintLine FROM MergeAddress AFTER ADVANCING 1 LINE
       IF MergeCity NOT = SPACES
           WRITE PrintLine FROM MergeCity AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PrintLine
