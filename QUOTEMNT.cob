                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD ProductFile.
01 ProductMasterRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CityLine PIC X(36).
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 QuoteFileStatus PIC XX.
01 CustExists PIC X.
01 QuotesAdded PIC 9(5) VALUE ZERO.
01 QuotesConverted PIC 9(5) VALUE ZERO.
01 QuotesLost PIC 9(5) VALUE ZERO.
01 LossReasonDefault PIC X.
01 MaxQuoteNum PIC 9(6) VALUE ZERO.
01 MaxOrderNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
       88 CreditLimitFound VALUE 'Y'.
01 CustCreditLimit PIC 9(7)V99.
01 OpenReceivables PIC S9(8)V99.
01 FamilyReceivables PIC S9(8)V99.
01 CreditCheckID PIC 9(6).
01 FamilyIdx PIC 99.
01 KitIdx PIC 99.
01 KitPromiseDate PIC 9(8).
01 KitPromiseFlag PIC X.
       88 KitUnpromised VALUE 'N'.
01 InvoiceOpenAmount PIC S9(7)V99.
01 NewOrderTotal PIC 9(8)V99.
01 CreditExposure PIC S9(8)V99.
01 CreditScanEOF PIC X.
01 QuoteRuleLine PIC X(40) VALUE ALL "-".
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".
COPY "PRICESRV.cpy".
COPY "ATPSRV.cpy".
COPY "KITSRV.cpy".

COPY "DISPSRV.cpy".
COPY "FAMSRV.cpy".
COPY "REGION.cpy".
COPY "ZIPSRV.cpy".
01 DefaultJurisdiction PIC X(4).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "4: Accept Quote"
           DISPLAY "5: Convert Quote To Order"
           DISPLAY "6: Expire Quote"
           DISPLAY "7: Decline Quote"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 4 PERFORM AcceptQuote
               WHEN 5 PERFORM ConvertQuote
               WHEN 6 PERFORM ExpireQuote
               WHEN 7 PERFORM DeclineQuote
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       PERFORM AssignNextQuoteNum
       MOVE SPACES TO QuoteData(7:)
       MOVE ZERO TO QUO-LineCount
       MOVE ZERO TO QUO-CloseDate
       DISPLAY "Assigned Quote Number : " QUO-QuoteNum
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING
       ACCEPT QUO-IDNum
           PERFORM LogException
       ELSE
           DISPLAY "Quoting for " FirstName " " LastName
           PERFORM CaptureJurisdiction
           DISPLAY "Enter Salesperson Code (blank = house) : "
               WITH NO ADVANCING
           ACCEPT QUO-SalesRep

      *> The same price list lookup order entry uses; a keyed price
      *> on a quote is the usual way a negotiated job gets priced,
      *> and it is logged the same way a price override is. A
      *> contract in force for the customer quotes ahead of the list
      *> price, logged as informational with its reference.
PriceQuoteLine.
       SET PV-ContractPrice TO TRUE
       MOVE QUO-IDNum TO PV-IDNum
       MOVE QUO-ProdName(LineIdx) TO PV-ProdName
       MOVE QUO-ProdSize(LineIdx) TO PV-ProdSize
       MOVE EntryDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           MOVE PV-Price TO QUO-UnitPrice(LineIdx)
           DISPLAY "Contract price: " QUO-UnitPrice(LineIdx)
               " - contract " PV-ContractRef " expires " PV-ExpiryDate
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Contract Price Quoted - Quote " DELIMITED BY SIZE
                  QUO-QuoteNum DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUO-ProdName(LineIdx) DELIMITED BY SIZE
                  " Ref " DELIMITED BY SIZE
                  PV-ContractRef DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           MOVE 'I' TO WS-ExceptionSeverity
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO PriceFoundFlag
       PERFORM VARYING PT-Index FROM 1 BY 1
           UNTIL PT-Index > PriceCount OR PriceFound
       END-PERFORM
       IF PriceFound
           DISPLAY "List price: " QUO-UnitPrice(LineIdx)
           PERFORM ShowScheduledPrice
           DISPLAY "Quote a different price (Y/N)? " WITH NO ADVANCING
           ACCEPT OverrideConfirm
       ELSE
           PERFORM LogException
       END-IF.

      *> A quote for work that will ship after a price change is
      *> keyed now; showing the change lets the job be quoted at the
      *> price that will actually be in force.
ShowScheduledPrice.
       SET PV-ScheduledPrice TO TRUE
       MOVE QUO-ProdName(LineIdx) TO PV-ProdName
       MOVE QUO-ProdSize(LineIdx) TO PV-ProdSize
       MOVE EntryDate TO PV-AsOfDate
       MOVE QUO-UnitPrice(LineIdx) TO PV-Price
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           DISPLAY "List price changes to " PV-Price
               " effective " PV-EffDate
       END-IF.

LoadPriceTable.
       MOVE 'N' TO PriceListEOFFlag
       OPEN INPUT PriceList
           WHEN QUO-AcceptedQuote  DISPLAY "Status : ACCEPTED"
           WHEN QUO-ExpiredQuote   DISPLAY "Status : EXPIRED"
           WHEN QUO-ConvertedQuote DISPLAY "Status : CONVERTED"
           WHEN QUO-DeclinedQuote  DISPLAY "Status : DECLINED"
       END-EVALUATE
       IF QUO-CloseDate IS NUMERIC AND QUO-CloseDate NOT = ZERO
           DISPLAY "Closed : " QUO-CloseDate
       END-IF
       IF QUO-ExpiredQuote OR QUO-DeclinedQuote
           PERFORM ShowLossReason
       END-IF
       MOVE ZERO TO QuoteTotal
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > QUO-LineCount
           COMPUTE QuoteLineTotal =
           DISPLAY "  " QUO-ProdName(LineIdx) " " QUO-ProdSize(LineIdx)
               " Qty " QUO-OrdQty(LineIdx) " @ " QUO-UnitPrice(LineIdx)
               " = " PrnQuoteAmount
           PERFORM ShowListOnQuoteDate
       END-PERFORM
       MOVE QuoteTotal TO PrnQuoteAmount
       DISPLAY "Quoted Total : " PrnQuoteAmount.

      *> The list price on the quote date from the price history,
      *> shown where the quoted price differs from it, so a
      *> negotiated price can be told from a list price that has
      *> simply moved since the quote went out.
ShowListOnQuoteDate.
       SET PV-PriceHistory TO TRUE
       MOVE QUO-ProdName(LineIdx) TO PV-ProdName
       MOVE QUO-ProdSize(LineIdx) TO PV-ProdSize
       MOVE QUO-QuoteDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound AND PV-Price NOT = QUO-UnitPrice(LineIdx)
           DISPLAY "      list price on quote date: " PV-Price
       END-IF.

PrintQuote.
       PERFORM ReadOneQuote
       IF QuoteExists = 'Y'
               MOVE LastName TO PrnQuoteLast
               WRITE PrintLine FROM QuoteNameLine AFTER ADVANCING 1 LINE
               WRITE PrintLine FROM CustAddress AFTER ADVANCING 1 LINE
               PERFORM BuildCityLine
               IF CityLine NOT = SPACES
                   WRITE PrintLine FROM CityLine AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           DISPLAY "Quote document written to quote.rpt"
       END-IF.

      *> City, state and ZIP print as one line under the street; a
      *> customer not yet split out of the old free-text address has
      *> the whole address on the street line and no city line.
BuildCityLine.
       MOVE SPACES TO CityLine
       IF CustCity NOT = SPACES
           STRING CustCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CustState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CustZip DELIMITED BY SPACE
                  INTO CityLine
           END-STRING
       END-IF.

PrintOneQuoteLine.
       COMPUTE QuoteLineTotal =
           QUO-OrdQty(LineIdx) * QUO-UnitPrice(LineIdx)
           END-IF
       END-IF.

      *> A quote left to lapse is usually one the customer never
      *> answered, so no response is the reason offered; one already
      *> expired can be expired again to correct its reason.
ExpireQuote.
       PERFORM ReadOneQuote
       IF QuoteExists = 'Y'
           IF QUO-ConvertedQuote OR QUO-DeclinedQuote
               MOVE "Converted or Declined Quote Cannot Be Expired"
                   TO WS-ExceptionMessage
               PERFORM LogException
           ELSE
               MOVE 'R' TO LossReasonDefault
               PERFORM AskLossReason
               SET QUO-ExpiredQuote TO TRUE
               MOVE EntryDate TO QUO-CloseDate
               REWRITE QuoteData
                   INVALID KEY
                       MOVE "Quote Not Expired" TO WS-ExceptionMessage
                       PERFORM LogException
                   NOT INVALID KEY
                       ADD 1 TO QuotesLost
                       DISPLAY "Quote " QUO-QuoteNum " expired"
               END-REWRITE
           END-IF
       END-IF.

      *> The customer has said no - the reason they gave is the point
      *> of recording it, so there is no default.
DeclineQuote.
       PERFORM ReadOneQuote
       IF QuoteExists = 'Y'
           IF NOT QUO-OpenQuote AND NOT QUO-AcceptedQuote
               MOVE "Only An Open or Accepted Quote Can Be Declined"
                   TO WS-ExceptionMessage
               PERFORM LogException
           ELSE
               MOVE SPACE TO LossReasonDefault
               PERFORM AskLossReason
               SET QUO-DeclinedQuote TO TRUE
               MOVE EntryDate TO QUO-CloseDate
               REWRITE QuoteData
                   INVALID KEY
                       MOVE "Quote Not Declined" TO WS-ExceptionMessage
                       PERFORM LogException
                   NOT INVALID KEY
                       ADD 1 TO QuotesLost
                       DISPLAY "Quote " QUO-QuoteNum " declined"
               END-REWRITE
           END-IF
       END-IF.

      *> Asked until a code on the list is keyed; blank takes the
      *> default when there is one.
AskLossReason.
       DISPLAY "Loss reasons: P price  C lost to competitor"
           "  D delivery/lead time"
       DISPLAY "              N no longer needed  R no response  O other"
       MOVE SPACE TO QUO-LossReason
       PERFORM UNTIL QUO-ValidLossReason
           IF LossReasonDefault = SPACE
               DISPLAY "Loss Reason : " WITH NO ADVANCING
           ELSE
               DISPLAY "Loss Reason (blank = " LossReasonDefault ") : "
                   WITH NO ADVANCING
           END-IF
           ACCEPT QUO-LossReason
           MOVE FUNCTION UPPER-CASE(QUO-LossReason) TO QUO-LossReason
           IF QUO-LossReason = SPACE
               MOVE LossReasonDefault TO QUO-LossReason
           END-IF
           IF NOT QUO-ValidLossReason
               DISPLAY "Not a loss reason code"
           END-IF
       END-PERFORM.

ShowLossReason.
       EVALUATE TRUE
           WHEN QUO-LostOnPrice
               DISPLAY "Loss Reason : PRICE"
           WHEN QUO-LostToCompetitor
               DISPLAY "Loss Reason : LOST TO COMPETITOR"
           WHEN QUO-LostOnDelivery
               DISPLAY "Loss Reason : DELIVERY/LEAD TIME"
           WHEN QUO-NoLongerNeeded
               DISPLAY "Loss Reason : NO LONGER NEEDED"
           WHEN QUO-NoResponse
               DISPLAY "Loss Reason : NO RESPONSE"
           WHEN QUO-LostOther
               DISPLAY "Loss Reason : OTHER"
           WHEN OTHER
               DISPLAY "Loss Reason : NOT RECORDED"
       END-EVALUATE.

      *> A converted line is promised exactly as a keyed order line
      *> is - available-to-promise from the shelf, then open POs -
      *> and committed at once so the next line cannot reuse it. A
      *> kit is promised and committed through its components.
PromiseOrderLine.
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       MOVE 'N' TO OL-DropShip
       IF NOT KT-IsKit
           PERFORM MarkDropShipLine
       END-IF
       IF OL-DropShipLine
           MOVE ZERO TO OL-PromiseDate
           DISPLAY "  " OL-ProdName " " OL-ProdSize
               " drop-ship - supplier ships direct"
           EXIT PARAGRAPH
       END-IF
       IF KT-IsKit
           PERFORM PromiseKitLine
           IF KitUnpromised
               DISPLAY "  " OL-ProdName " " OL-ProdSize
                   " kit components not all covered - no date promised"
           ELSE
               DISPLAY "  " OL-ProdName " " OL-ProdSize
                   " kit promised " OL-PromiseDate
           END-IF
           EXIT PARAGRAPH
       END-IF
       SET AT-Promise TO TRUE
       MOVE OL-ProdName TO AT-ProdName
       MOVE OL-ProdSize TO AT-ProdSize
       MOVE EntryDate TO AT-AsOfDate
       MOVE OL-OrdQty TO AT-ReqQty
       CALL "ATPSRV" USING AT-Parameters
       MOVE AT-PromiseDate TO OL-PromiseDate
       IF AT-NoPromise
           DISPLAY "  " OL-ProdName " " OL-ProdSize
               " not covered by stock or open POs - no date promised"
       ELSE
           DISPLAY "  " OL-ProdName " " OL-ProdSize
               " promised " OL-PromiseDate
       END-IF.

      *> A kit ships when its last component can, so the line is
      *> promised the latest of its components' dates - and nothing
      *> at all when any one of them cannot be covered.
PromiseKitLine.
       MOVE ZERO TO KitPromiseDate
       MOVE 'Y' TO KitPromiseFlag
       PERFORM PromiseOneComponent
           VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
       IF KitUnpromised
           MOVE ZERO TO OL-PromiseDate
       ELSE
           MOVE KitPromiseDate TO OL-PromiseDate
       END-IF.

PromiseOneComponent.
       SET AT-Promise TO TRUE
       MOVE KT-CompName(KitIdx) TO AT-ProdName
       MOVE KT-CompSize(KitIdx) TO AT-ProdSize
       MOVE EntryDate TO AT-AsOfDate
       COMPUTE AT-ReqQty = OL-OrdQty * KT-CompQty(KitIdx)
       CALL "ATPSRV" USING AT-Parameters
       IF AT-NoPromise
           MOVE 'N' TO KitPromiseFlag
       ELSE
           IF AT-PromiseDate > KitPromiseDate
               MOVE AT-PromiseDate TO KitPromiseDate
           END-IF
       END-IF.

      *> The written line's quantity is committed at once; a kit
      *> commits each of its components.
CommitOrderLine.
       EVALUATE TRUE
           WHEN OL-DropShipLine
               CONTINUE
           WHEN KT-IsKit
               PERFORM CommitOneComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KT-CompCount
           WHEN OTHER
               SET AT-Commit TO TRUE
               CALL "ATPSRV" USING AT-Parameters
       END-EVALUATE.

CommitOneComponent.
       SET AT-Commit TO TRUE
       MOVE KT-CompName(KitIdx) TO AT-ProdName
       MOVE KT-CompSize(KitIdx) TO AT-ProdSize
       COMPUTE AT-ReqQty = OL-OrdQty * KT-CompQty(KitIdx)
       CALL "ATPSRV" USING AT-Parameters.

      *> A drop-ship product's line is flagged as it is written - the
      *> supplier ships it straight to the customer, so it claims no
      *> stock, is promised nothing and is never picked.
MarkDropShipLine.
       MOVE 'N' TO OL-DropShip
       IF ProductFileOpen
           MOVE OL-ProdName TO PMProdName
           READ ProductFile WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PMDropShipItem
                       SET OL-DropShipLine TO TRUE
                   END-IF
           END-READ
       END-IF.

      *> Conversion writes a live order carrying the QUOTED prices -
      *> the deal the customer accepted - under a fresh order number,
      *> and runs the same credit-limit gate order entry applies, so
                   MOVE QUO-OrdQty(LineIdx) TO OL-OrdQty
                   MOVE QUO-UnitPrice(LineIdx) TO OL-UnitPrice
                   MOVE ZERO TO OL-ShipQty
                   PERFORM PromiseOrderLine
                   WRITE OrderLineData
                       INVALID KEY
                           DISPLAY "Order line not written: " ORD-OrderNum
                       NOT INVALID KEY
                           PERFORM CommitOrderLine
                   END-WRITE
               END-PERFORM
               CLOSE OrderLineFile
                       MOVE OrderData TO OA-After
                       CALL "OCAUDIT" USING OA-Parameters
                       SET QUO-ConvertedQuote TO TRUE
                       MOVE EntryDate TO QUO-CloseDate
                       MOVE SPACE TO QUO-LossReason
                       REWRITE QuoteData
                           INVALID KEY
                               MOVE "Quote Status Not Updated"
       COMPUTE ORD-OrderNum = MaxOrderNum + 1.

CheckCreditLimit.
       SET FM-WholeFamily TO TRUE
       MOVE ORD-IDNum TO FM-IDNum
       CALL "FAMSRV" USING FM-Parameters
       MOVE FM-HeadID TO CreditCheckID
       PERFORM FindCreditLimit
       IF NOT CreditLimitFound AND FM-HeadID NOT = ORD-IDNum
           MOVE ORD-IDNum TO CreditCheckID
           PERFORM FindCreditLimit
           MOVE 1 TO FM-MemberCount
           MOVE ORD-IDNum TO FM-MemberID(1)
       END-IF
       IF CreditLimitFound
           MOVE ZERO TO FamilyReceivables
           PERFORM VARYING FamilyIdx FROM 1 BY 1
               UNTIL FamilyIdx > FM-MemberCount
               MOVE FM-MemberID(FamilyIdx) TO CreditCheckID
               PERFORM ComputeOpenReceivables
               ADD OpenReceivables TO FamilyReceivables
           END-PERFORM
           MOVE ZERO TO NewOrderTotal
           PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > QUO-LineCount
               COMPUTE NewOrderTotal = NewOrderTotal
                   + QUO-OrdQty(LineIdx) * QUO-UnitPrice(LineIdx)
           END-PERFORM
           COMPUTE CreditExposure = FamilyReceivables + NewOrderTotal
           IF CreditExposure > CustCreditLimit
               SET ORD-HeldOrder TO TRUE
               MOVE 'A' TO WS-ExceptionSeverity
           END-IF
       END-IF.

FindCreditLimit.
       MOVE 'N' TO CreditLimitFlag
       PERFORM VARYING CRD-Index FROM 1 BY 1
           UNTIL CRD-Index > CRD-Count OR CreditLimitFound
           IF CRD-IDNum(CRD-Index) = CreditCheckID
               SET CreditLimitFound TO TRUE
               MOVE CRD-Limit(CRD-Index) TO CustCreditLimit
           END-IF
       END-PERFORM.

ComputeOpenReceivables.
       MOVE ZERO TO OpenReceivables
       IF InvoiceFileOpen
           MOVE 'N' TO CreditScanEOF
           MOVE CreditCheckID TO INV-IDNum
           START InvoiceFile KEY IS EQUAL TO INV-IDNum
               INVALID KEY MOVE 'Y' TO CreditScanEOF
           END-START
               READ InvoiceFile NEXT RECORD
                   AT END MOVE 'Y' TO CreditScanEOF
               END-READ
               IF CreditScanEOF = 'N' AND INV-IDNum NOT = CreditCheckID
                   MOVE 'Y' TO CreditScanEOF
               END-IF
               IF CreditScanEOF = 'N'
                   IF INV-OpenInvoice
                       COMPUTE InvoiceOpenAmount =
                           INV-Total - INV-AmountPaid
                       PERFORM ExcludeDisputedAmount
                       ADD InvoiceOpenAmount TO OpenReceivables
                   END-IF
                   IF INV-CreditMemo
                       COMPUTE OpenReceivables = OpenReceivables
           END-PERFORM
       END-IF.

      *> An amount the customer has in open dispute is not credit
      *> they are using, so it does not count against the limit.
ExcludeDisputedAmount.
       SET DI-InvoiceInquire TO TRUE
       MOVE INV-InvoiceNum TO DI-InvoiceNum
       CALL "DISPSRV" USING DI-Parameters
       IF DI-InDispute AND InvoiceOpenAmount > ZERO
           IF DI-Disputed >= InvoiceOpenAmount
               MOVE ZERO TO InvoiceOpenAmount
           ELSE
               SUBTRACT DI-Disputed FROM InvoiceOpenAmount
           END-IF
       END-IF.

      *> A quote has no ship-to, so the billing ZIP gives the default
      *> jurisdiction - the same rule order entry applies.
CaptureJurisdiction.
       MOVE SPACES TO DefaultJurisdiction
       SET ZV-Lookup TO TRUE
       MOVE CustZip TO ZV-Zip
       CALL "ZIPSRV" USING ZV-Parameters
       IF ZV-ZipFound
           MOVE ZV-Jurisdiction TO DefaultJurisdiction
       END-IF
       IF DefaultJurisdiction = SPACES
           DISPLAY "No jurisdiction on the ZIP table for this address"
           DISPLAY "Enter Tax Jurisdiction Code : " WITH NO ADVANCING
           ACCEPT QUO-Jurisdiction
       ELSE
           DISPLAY "Enter Tax Jurisdiction Code (blank = "
               DefaultJurisdiction " for ZIP " ZV-Zip(1:5) ") : "
               WITH NO ADVANCING
           ACCEPT QUO-Jurisdiction
           IF QUO-Jurisdiction = SPACES
               MOVE DefaultJurisdiction TO QUO-Jurisdiction
           ELSE
               IF QUO-Jurisdiction NOT = DefaultJurisdiction
                   MOVE "Tax Jurisdiction Keyed Over ZIP Default"
                       TO WS-ExceptionMessage
                   PERFORM LogException
               END-IF
           END-IF
       END-IF.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "QUOTEMNT" TO EL-Program
