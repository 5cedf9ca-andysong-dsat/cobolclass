           FILE STATUS IS AddressBookStatus.
       SELECT OPTIONAL PromoFile ASSIGN TO "promo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VersionFile ASSIGN TO "ordver.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LostSalesFile ASSIGN TO "lostsale.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustZip==      BY ==CustZip==.

FD ProductFile.
01 ProductMasterRecord.
       02 FILLER     PIC X.
       02 PLPrice    PIC 9(4)V99.

FD VersionFile.
01 VersionLine.
    COPY "ORDVREC.cpy".

FD LostSalesFile.
01 LostSaleLine.
    COPY "LOSTREC.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
01 SellOffFlag PIC X VALUE 'N'.
       88 SellingOff VALUE 'Y'.
01 SellOffAvailable PIC 9(4).
01 DropShipItemFlag PIC X VALUE 'N'.
       88 DropShipItem VALUE 'Y'.
01 DropShipSupplier PIC X(4).
01 ProductFileOpenFlag PIC X VALUE 'N'.
       88 ProductFileOpen VALUE 'Y'.
01 InvoiceFileStatus PIC XX.
       88 CreditLimitFound VALUE 'Y'.
01 CustCreditLimit PIC 9(7)V99.
01 OpenReceivables PIC S9(8)V99.
01 FamilyReceivables PIC S9(8)V99.
01 CreditCheckID PIC 9(6).
01 FamilyIdx PIC 99.
01 InvoiceOpenAmount PIC S9(7)V99.
01 NewOrderTotal PIC 9(8)V99.
01 KeyOrderTotal PIC 9(8)V99.
01 KeyOrderTotalDigits REDEFINES KeyOrderTotal PIC X(10).
01 CreditExposure PIC S9(8)V99.
01 CreditScanEOF PIC X.
01 PriceTable.
       88 AddressBookOpen VALUE 'Y'.
01 AskShipTo PIC X(10).
01 ShipToExists PIC X.
01 DefaultJurisdiction PIC X(4).
01 PromoTable.
       02 PromoEntry OCCURS 50 TIMES.
           03 PRM-ProdName PIC X(5).
01 OrderLineTotal PIC 9(8)V99.
01 MenuAllowedFlag PIC X.
       88 MenuAllowed VALUE 'Y'.
      *> Order change. Lines are numbered past the highest the order
      *> has ever had, so a removed line's number is never reused and
      *> the version history always means one line by one number.
01 LastLineNum PIC 9(3) VALUE ZERO.
01 OrdersAmended PIC 9(5) VALUE ZERO.
01 AmendVersion PIC 9(3).
01 AmendChoice PIC X.
01 AmendLineNum PIC 9(3).
01 AmendQty PIC 9(4).
01 AmendOldQty PIC 9(4).
01 AmendOldPrice PIC 9(4)V99.
01 AmendOldPromise PIC 9(8).
01 AmendOldTotal PIC 9(8)V99.
01 AmendLineCount PIC 9(3).
01 AmendChanges PIC 9(3).
01 OrderBeforeAmend PIC X(120).
01 AmendLineFlag PIC X.
       88 AmendLineFound VALUE 'Y'.
01 VersionEOFFlag PIC X.
       88 VersionEOF VALUE 'Y'.
01 VersionLinesShown PIC 9(5).
01 PrnOldTotal PIC $$,$$$,$$9.99.
      *> Demand turned away at the counter, for the lost-sales file.
01 DeadProductFlag PIC X VALUE 'N'.
       88 DeadProduct VALUE 'Y'.
01 LineDeclinedFlag PIC X VALUE 'N'.
       88 LineDeclined VALUE 'Y'.
01 WaitAnswer PIC X.
01 TakeRestAnswer PIC X.
01 LostQty PIC 9(4).
01 LostPrice PIC 9(4)V99.
01 LostReason PIC X.
COPY "SIGNON.cpy".
COPY "OCAUDIT.cpy".
COPY "APPRVCHK.cpy".
COPY "PRICESRV.cpy".
COPY "ATPSRV.cpy".
01 PrnAvailable PIC -(5)9.
COPY "KITSRV.cpy".
COPY "DEPSRV.cpy".
01 KitIdx PIC 99.
01 KitPromiseDate PIC 9(8).
01 KitPromiseFlag PIC X.
       88 KitUnpromised VALUE 'N'.
01 KitCompQty PIC 9(6).

COPY "DISPSRV.cpy".
COPY "FAMSRV.cpy".
COPY "REGION.cpy".
COPY "ZIPSRV.cpy".

PROCEDURE DIVISION.
StartPara.
           DISPLAY "3: Get Order"
           DISPLAY "4: List Orders"
           DISPLAY "5: Release/Cancel Held Order (Supervisor)"
           DISPLAY "6: Change Order"
           DISPLAY "7: Order Change History"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 3 PERFORM GetOrder
               WHEN 4 PERFORM ListOrders
               WHEN 5 PERFORM ReleaseHeldOrder
               WHEN 6 PERFORM AmendOrder
               WHEN 7 PERFORM ShowOrderVersions
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       PERFORM AssignNextOrderNum
       MOVE SPACES TO OrderData(7:)
       MOVE ZERO TO ORD-LineCount
       MOVE ZERO TO LastLineNum
       DISPLAY "Assigned Order Number : " ORD-OrderNum
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING
       ACCEPT ORD-IDNum
           PERFORM LogException
       ELSE
           DISPLAY "Ordering for " FirstName " " LastName
           PERFORM CaptureSalesRep
           PERFORM CaptureShipTo
           PERFORM CaptureJurisdiction
           MOVE Branch TO ORD-Branch
           MOVE EntryDate TO ORD-OrderDate
           SET ORD-OpenOrder TO TRUE
      *> the customer has.
AddOrderLine.
       ADD 1 TO ORD-LineCount
       ADD 1 TO LastLineNum
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE LastLineNum TO OL-LineNum
       DISPLAY "Enter Product Name : " WITH NO ADVANCING
       ACCEPT OL-ProdName
       DISPLAY "Enter Size (S/M/L) : " WITH NO ADVANCING
       ACCEPT OL-ProdSize
       PERFORM CheckProductAndSize
       IF NOT ProductOK
           IF DeadProduct
               PERFORM NoteDiscontinuedDemand
           END-IF
           MOVE "Order Line Rejected - Unknown Product or Size"
               TO WS-ExceptionMessage
           PERFORM LogException
           SUBTRACT 1 FROM ORD-LineCount
           SUBTRACT 1 FROM LastLineNum
       ELSE
           DISPLAY "Enter Quantity : " WITH NO ADVANCING
           ACCEPT OL-OrdQty
           IF SellingOff AND OL-OrdQty > SellOffAvailable
               PERFORM OfferSellOffRemainder
               IF OL-OrdQty > SellOffAvailable OR OL-OrdQty = ZERO
                   MOVE "Order Line Rejected - Sell-Off Stock Insufficient"
                       TO WS-ExceptionMessage
                   PERFORM LogException
                   SUBTRACT 1 FROM ORD-LineCount
                   SUBTRACT 1 FROM LastLineNum
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM PriceOrderLine
           MOVE ZERO TO OL-ShipQty
           IF DropShipItem
               SET OL-DropShipLine TO TRUE
           ELSE
               MOVE 'N' TO OL-DropShip
           END-IF
           PERFORM PromiseOrderLine
           PERFORM AskCustomerWillWait
           IF LineDeclined
               MOVE OL-OrdQty TO LostQty
               MOVE OL-UnitPrice TO LostPrice
               MOVE 'B' TO LostReason
               PERFORM WriteLostSale
               SUBTRACT 1 FROM ORD-LineCount
               SUBTRACT 1 FROM LastLineNum
               EXIT PARAGRAPH
           END-IF
           WRITE OrderLineData
               INVALID KEY
                   MOVE "Order Line Not Written - Key Taken"
                       TO WS-ExceptionMessage
                   PERFORM LogException
                   SUBTRACT 1 FROM ORD-LineCount
                   SUBTRACT 1 FROM LastLineNum
               NOT INVALID KEY
                   PERFORM CommitOrderLine
           END-WRITE
       END-IF.

      *> The unit price comes off pricelist.txt by product and size.
      *> A keyed price is only allowed as a supervisor override when
      *> the item has no list price, and the override is logged.
      *> A contract in force for the customer beats the list price
      *> and any promotion outright, and is logged as informational
      *> with its reference so audit can tell it from an override.
PriceOrderLine.
       SET PV-ContractPrice TO TRUE
       MOVE ORD-IDNum TO PV-IDNum
       MOVE OL-ProdName TO PV-ProdName
       MOVE OL-ProdSize TO PV-ProdSize
       MOVE EntryDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           MOVE PV-Price TO OL-UnitPrice
           DISPLAY "Contract price: " OL-UnitPrice " - contract "
               PV-ContractRef " expires " PV-ExpiryDate
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Contract Price Applied - Order " DELIMITED BY SIZE
                  ORD-OrderNum DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OL-ProdName DELIMITED BY SIZE
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
           DISPLAY "List price: " OL-UnitPrice
           PERFORM ShowScheduledPrice
           PERFORM ApplyPromotion
       ELSE
           DISPLAY "No list price for " OL-ProdName
           END-IF
       END-IF.

      *> A price change already keyed for a later date is shown with
      *> the list price, so the customer can be told before the order
      *> is confirmed rather than after the next one is invoiced.
ShowScheduledPrice.
       SET PV-ScheduledPrice TO TRUE
       MOVE OL-ProdName TO PV-ProdName
       MOVE OL-ProdSize TO PV-ProdSize
       MOVE EntryDate TO PV-AsOfDate
       MOVE OL-UnitPrice TO PV-Price
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           DISPLAY "List price changes to " PV-Price
               " effective " PV-EffDate
       END-IF.

      *> Available-to-promise is what the shelf holds less what
      *> unfinished orders already claim, then what open POs bring in
      *> by their expected dates. The line carries the date it was
      *> promised for, and each written line is committed at once so
      *> the next line on this order - or the next order this session
      *> - cannot promise the same stock twice. A drop-ship line takes
      *> nothing from our shelf, so it is neither promised nor
      *> committed; the supplier's PO carries its date.
PromiseOrderLine.
       IF OL-DropShipLine
           MOVE ZERO TO OL-PromiseDate
           DISPLAY "Drop-ship item - ships direct from supplier "
               DropShipSupplier
           EXIT PARAGRAPH
       END-IF
       IF KT-IsKit
           PERFORM PromiseKitLine
           EXIT PARAGRAPH
       END-IF
       SET AT-Promise TO TRUE
       MOVE OL-ProdName TO AT-ProdName
       MOVE OL-ProdSize TO AT-ProdSize
       MOVE EntryDate TO AT-AsOfDate
       MOVE OL-OrdQty TO AT-ReqQty
       CALL "ATPSRV" USING AT-Parameters
       MOVE AT-PromiseDate TO OL-PromiseDate
       MOVE AT-Available TO PrnAvailable
       EVALUATE TRUE
           WHEN AT-FromStock
               DISPLAY "Available to promise: " PrnAvailable
                   " - ships from stock, promised " OL-PromiseDate
           WHEN AT-FromSupply
               DISPLAY "Available to promise: " PrnAvailable
                   " - covered by open POs, promised " OL-PromiseDate
           WHEN OTHER
               DISPLAY "Available to promise: " PrnAvailable
                   " - not covered by stock or open POs, no date promised"
       END-EVALUATE.

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
           DISPLAY "Kit components not all covered by stock or open POs"
               " - no date promised"
       ELSE
           MOVE KitPromiseDate TO OL-PromiseDate
           DISPLAY "Kit components available - promised " OL-PromiseDate
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
           DISPLAY "  Component " KT-CompName(KitIdx) " "
               KT-CompSize(KitIdx) " cannot be promised"
       ELSE
           IF AT-PromiseDate > KitPromiseDate
               MOVE AT-PromiseDate TO KitPromiseDate
           END-IF
       END-IF.

      *> The written line's quantity is committed at once; a kit
      *> commits each of its components.
CommitOrderLine.
       IF OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       IF KT-IsKit
           PERFORM CommitOneComponent
               VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
       ELSE
           SET AT-Commit TO TRUE
           CALL "ATPSRV" USING AT-Parameters
       END-IF.

CommitOneComponent.
       SET AT-Commit TO TRUE
       MOVE KT-CompName(KitIdx) TO AT-ProdName
       MOVE KT-CompSize(KitIdx) TO AT-ProdSize
       COMPUTE AT-ReqQty = OL-OrdQty * KT-CompQty(KitIdx)
       CALL "ATPSRV" USING AT-Parameters.

      *> A line the shelf cannot fill today is only taken if the
      *> customer will wait for it - for the supplier's PO, or for
      *> stock nobody has on order yet. One they turn down never
      *> reaches the order and goes to the lost-sales file instead.
      *> Drop-ship lines are never asked; the supplier ships them.
AskCustomerWillWait.
       MOVE 'N' TO LineDeclinedFlag
       IF OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       IF OL-PromiseDate NOT = ZERO AND OL-PromiseDate NOT > EntryDate
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Not available from stock today - will the customer wait"
           " (Y/N)? " WITH NO ADVANCING
       ACCEPT WaitAnswer
       IF WaitAnswer = 'N' OR WaitAnswer = 'n'
           SET LineDeclined TO TRUE
           DISPLAY "Line not taken - recorded as a lost sale"
       END-IF.

      *> A sell-off item asked for beyond what is left is offered at
      *> what is left; whatever the customer does not get is lost
      *> demand, since the item will not be bought in again.
OfferSellOffRemainder.
       DISPLAY "Sell-off item - only " SellOffAvailable " left"
       MOVE 'N' TO TakeRestAnswer
       IF SellOffAvailable > ZERO
           DISPLAY "Take the " SellOffAvailable " left instead (Y/N)? "
               WITH NO ADVANCING
           ACCEPT TakeRestAnswer
       END-IF
       MOVE 'S' TO LostReason
       PERFORM FindListPrice
       IF TakeRestAnswer = 'Y' OR TakeRestAnswer = 'y'
           COMPUTE LostQty = OL-OrdQty - SellOffAvailable
           MOVE SellOffAvailable TO OL-OrdQty
       ELSE
           MOVE OL-OrdQty TO LostQty
           DISPLAY "Line rejected"
       END-IF
       PERFORM WriteLostSale.

      *> A discontinued product never goes on an order, but what the
      *> customer asked for is still demand worth knowing about.
NoteDiscontinuedDemand.
       DISPLAY "Quantity the customer wanted : " WITH NO ADVANCING
       ACCEPT LostQty
       IF LostQty > ZERO
           MOVE 'D' TO LostReason
           PERFORM FindListPrice
           PERFORM WriteLostSale
       END-IF.

FindListPrice.
       MOVE ZERO TO LostPrice
       MOVE 'N' TO PriceFoundFlag
       PERFORM VARYING PT-Index FROM 1 BY 1
           UNTIL PT-Index > PriceCount OR PriceFound
           IF PT-ProdName(PT-Index) = OL-ProdName
               AND PT-ProdSize(PT-Index) = OL-ProdSize
               SET PriceFound TO TRUE
               MOVE PT-Price(PT-Index) TO LostPrice
           END-IF
       END-PERFORM.

WriteLostSale.
       OPEN EXTEND LostSalesFile
       MOVE SPACES TO LostSaleLine
       MOVE EntryDate TO LS-Date
       MOVE ORD-IDNum TO LS-IDNum
       MOVE ORD-OrderNum TO LS-OrderNum
       MOVE OL-ProdName TO LS-ProdName
       MOVE OL-ProdSize TO LS-ProdSize
       MOVE LostQty TO LS-Qty
       MOVE LostPrice TO LS-UnitPrice
       MOVE LostReason TO LS-Reason
       MOVE ORD-SalesRep TO LS-SalesRep
       MOVE SO-OperatorID TO LS-Operator
       WRITE LostSaleLine
       CLOSE LostSalesFile.

LoadPromoTable.
       MOVE 'N' TO PromoEOFFlag
       OPEN INPUT PromoFile
      *> Lifecycle enforcement lives here with the product check: a
      *> dead product never goes on a new order, and a sell-off
      *> product only sells what is still on the shelf.
      *> A kit on kitdef.txt is orderable as itself without a product
      *> master record - its components are what the pick run pulls.
CheckProductAndSize.
       MOVE 'N' TO DeadProductFlag
       MOVE 'N' TO SellOffFlag
       MOVE ZERO TO SellOffAvailable
       MOVE 'N' TO DropShipItemFlag
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           SET ProductOK TO TRUE
           DISPLAY "Kit of " KT-CompCount " components - one line at the"
               " kit price"
           EXIT PARAGRAPH
       END-IF
       IF NOT ProductFileOpen
           SET ProductOK TO TRUE
       ELSE
               INVALID KEY MOVE 'N' TO ProductOKFlag
               NOT INVALID KEY
                   IF PMDeadProduct
                       SET DeadProduct TO TRUE
                       DISPLAY "Product " PMProdName
                           " is discontinued - not orderable"
                   ELSE
                       IF SizeFound
                           SET ProductOK TO TRUE
                       END-IF
                       IF PMDropShipItem
                           SET DropShipItem TO TRUE
                           MOVE PMSupplier TO DropShipSupplier
                       END-IF
                   END-IF
           END-READ
       END-IF.
           END-IF
       END-IF.

      *> The tax jurisdiction defaults from the ZIP the goods go to -
      *> the ship-to entry's when the order names one, else the billing
      *> address's - as the ZIP table gives it. A code keyed over the
      *> default is logged; with no default the code must be keyed.
CaptureJurisdiction.
       MOVE SPACES TO DefaultJurisdiction
       IF ORD-ShipTo NOT = SPACES
           MOVE AB-ShipZip TO ZV-Zip
       ELSE
           MOVE CustZip TO ZV-Zip
       END-IF
       SET ZV-Lookup TO TRUE
       CALL "ZIPSRV" USING ZV-Parameters
       IF ZV-ZipFound
           MOVE ZV-Jurisdiction TO DefaultJurisdiction
       END-IF
       IF DefaultJurisdiction = SPACES
           DISPLAY "No jurisdiction on the ZIP table for this address"
           DISPLAY "Enter Tax Jurisdiction Code : " WITH NO ADVANCING
           ACCEPT ORD-Jurisdiction
       ELSE
           DISPLAY "Enter Tax Jurisdiction Code (blank = "
               DefaultJurisdiction " for ZIP " ZV-Zip(1:5) ") : "
               WITH NO ADVANCING
           ACCEPT ORD-Jurisdiction
           IF ORD-Jurisdiction = SPACES
               MOVE DefaultJurisdiction TO ORD-Jurisdiction
           ELSE
               IF ORD-Jurisdiction NOT = DefaultJurisdiction
                   MOVE "Tax Jurisdiction Keyed Over ZIP Default"
                       TO WS-ExceptionMessage
                   PERFORM LogException
               END-IF
           END-IF
       END-IF.

LoadCreditTable.
       MOVE 'N' TO CreditFileEOFFlag
       OPEN INPUT CreditFile
      *> A customer with no crdlimit.txt entry is not limit-checked.
      *> For everyone else the new order plus the open balance on the
      *> invoice register must fit inside the limit, or the order is
      *> written held for a supervisor to release or cancel. A chain
      *> store is checked against its head office's limit with the
      *> open balance of every account in the family - head office
      *> and all its stores - falling back to the store's own limit
      *> and balance when head office has no limit set.
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
           PERFORM ComputeNewOrderTotal
           COMPUTE CreditExposure = FamilyReceivables + NewOrderTotal
           IF CreditExposure > CustCreditLimit
               SET ORD-HeldOrder TO TRUE
               ADD 1 TO OrdersHeld
           END-IF
       END-PERFORM.

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

      *> Releasing or cancelling a held order is a supervisor call:
      *> the signed-on operator must hold supervisor authority or the
      *> function refuses, and both the hold and its disposition end
      *> A credit-hold override is dual-controlled: the first
      *> supervisor's attempt stages the request, a DIFFERENT
      *> supervisor approves it in the approval queue, and only the
      *> approved re-attempt releases the order. An order the
      *> customer has already prepaid in full carries no credit
      *> risk and releases on the one supervisor's say-so. The
      *> request is keyed on the order number and the order total, so
      *> an approval covers only the order as it stood when approved -
      *> amending a held order afterwards needs a fresh approval.
                   WHEN 'R' WHEN 'r'
                       PERFORM ComputeNewOrderTotal
                       SET DV-Inquire TO TRUE
                       MOVE ORD-OrderNum TO DV-OrderNum
                       CALL "DEPSRV" USING DV-Parameters
                       IF NewOrderTotal > ZERO
                           AND DV-Balance >= NewOrderTotal
                           PERFORM ExecuteDepositRelease
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "ORDREL" TO AC-Action
                       MOVE SPACES TO AC-KeyData
                       MOVE ORD-OrderNum TO AC-KeyData(1:6)
                       MOVE NewOrderTotal TO KeyOrderTotal
                       MOVE KeyOrderTotalDigits TO AC-KeyData(8:10)
                       MOVE SO-OperatorID TO AC-Operator
                       CALL "APPRVCHK" USING AC-Parameters
                       EVALUATE TRUE
               PERFORM LogException
       END-REWRITE.

ExecuteDepositRelease.
       DISPLAY "Order is covered by deposit - released without"
           " second approval"
       MOVE OrderData TO OA-Before
       SET ORD-OpenOrder TO TRUE
       REWRITE OrderData
           INVALID KEY
               MOVE "Held Order Not Released"
                   TO WS-ExceptionMessage
               PERFORM LogException
           NOT INVALID KEY
               MOVE "RELEAS" TO OA-Action
               PERFORM WriteOrderJournal
               MOVE 'I' TO WS-ExceptionSeverity
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Held Order Released - Deposit Covers Order: "
                      DELIMITED BY SIZE
                      ORD-OrderNum DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogException
       END-REWRITE.

      *> An open or held order can be changed after entry instead of
      *> being cancelled and keyed again, so it keeps its number and
      *> its order date. Lines may be added, have their quantity
      *> changed or be removed; a line fulfillment has already
      *> released anything against is left alone. An added or changed
      *> line is priced again as of today - contract, list and
      *> promotion exactly as at entry - and once the operator is done
      *> the order goes back through the credit check on its new
      *> value. Each session that changes anything is one new version
      *> on ordver.txt.
AmendOrder.
       MOVE 'Y' TO OrderExists
       DISPLAY " "
       DISPLAY "Enter Order Number to Change: " WITH NO ADVANCING
       ACCEPT ORD-OrderNum
       READ OrderFile
           INVALID KEY MOVE 'N' TO OrderExists
       END-READ
       IF OrderExists = 'N'
           MOVE "Order Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF NOT ORD-OpenOrder AND NOT ORD-HeldOrder
           MOVE "Order Change Refused - Order Is Not Open or Held"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE OrderData TO OrderBeforeAmend
       PERFORM ComputeNewOrderTotal
       MOVE NewOrderTotal TO AmendOldTotal
       PERFORM FindLastLineNum
       PERFORM FindLastVersion
       OPEN EXTEND VersionFile
       IF AmendVersion = ZERO
           PERFORM WriteOriginalVersion
       END-IF
       ADD 1 TO AmendVersion
       MOVE ZERO TO AmendChanges
       MOVE SPACE TO AmendChoice
       PERFORM UNTIL AmendChoice = 'D'
           PERFORM DisplayOrder
           DISPLAY "A = Add line, C = Change quantity, R = Remove line,"
               " D = Done : " WITH NO ADVANCING
           ACCEPT AmendChoice
           EVALUATE AmendChoice
               WHEN 'A' WHEN 'a' PERFORM AmendAddLine
               WHEN 'C' WHEN 'c' PERFORM AmendChangeLine
               WHEN 'R' WHEN 'r' PERFORM AmendRemoveLine
               WHEN OTHER MOVE 'D' TO AmendChoice
           END-EVALUATE
       END-PERFORM
       IF AmendChanges = ZERO
           DISPLAY "No changes made - order left as it was"
       ELSE
           PERFORM RecheckAmendedOrder
       END-IF
       CLOSE VersionFile.

FindLastLineNum.
       MOVE ZERO TO LastLineNum
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           IF LineScanEOF = 'N'
               IF OL-OrderNum = ORD-OrderNum
                   MOVE OL-LineNum TO LastLineNum
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM.

      *> The order's last version, and the highest line number any
      *> version ever gave it - a removed line is no longer on the
      *> line file but still holds its number in the history.
FindLastVersion.
       MOVE ZERO TO AmendVersion
       MOVE 'N' TO VersionEOFFlag
       OPEN INPUT VersionFile
       PERFORM UNTIL VersionEOF
           READ VersionFile
               AT END SET VersionEOF TO TRUE
               NOT AT END
                   IF OV-OrderNum = ORD-OrderNum
                       IF OV-Version > AmendVersion
                           MOVE OV-Version TO AmendVersion
                       END-IF
                       IF NOT OV-VersionTotal
                           AND OV-LineNum > LastLineNum
                           MOVE OV-LineNum TO LastLineNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VersionFile.

      *> The first change to an order records its lines as entered,
      *> dated with the order date, as version 1.
WriteOriginalVersion.
       MOVE 1 TO AmendVersion
       MOVE 'N' TO LineScanEOF
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE ZERO TO OL-LineNum
       START OrderLineFile KEY IS GREATER THAN OL-Key
           INVALID KEY MOVE 'Y' TO LineScanEOF
       END-START
       PERFORM UNTIL LineScanEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO LineScanEOF
           END-READ
           IF LineScanEOF = 'N'
               IF OL-OrderNum = ORD-OrderNum
                   PERFORM SetUpVersionLine
                   MOVE ORD-OrderDate TO OV-ChangeDate
                   MOVE SPACES TO OV-Operator
                   SET OV-OriginalLine TO TRUE
                   MOVE OL-OrdQty TO OV-OldQty
                   MOVE OL-OrdQty TO OV-NewQty
                   MOVE OL-UnitPrice TO OV-OldPrice
                   MOVE OL-UnitPrice TO OV-NewPrice
                   COMPUTE OV-OldValue = OL-OrdQty * OL-UnitPrice
                   MOVE OV-OldValue TO OV-NewValue
                   WRITE VersionLine
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
           END-IF
       END-PERFORM
       PERFORM SetUpVersionTotal
       MOVE ORD-OrderDate TO OV-ChangeDate
       MOVE SPACES TO OV-Operator
       MOVE AmendOldTotal TO OV-OldValue
       MOVE AmendOldTotal TO OV-NewValue
       WRITE VersionLine.

      *> A new line goes through exactly what order entry puts it
      *> through - product check, sell-off limit, pricing, promise and
      *> commitment - under the next unused line number.
AmendAddLine.
       MOVE ORD-LineCount TO AmendLineCount
       PERFORM AddOrderLine
       IF ORD-LineCount > AmendLineCount
           PERFORM SetUpVersionLine
           SET OV-LineAdded TO TRUE
           MOVE OL-OrdQty TO OV-NewQty
           MOVE OL-UnitPrice TO OV-NewPrice
           COMPUTE OV-NewValue = OL-OrdQty * OL-UnitPrice
           WRITE VersionLine
           MOVE "LINADD" TO OA-Action
           MOVE SPACES TO OA-Before
           MOVE OrderLineData TO OA-After
           PERFORM WriteLineJournal
           ADD 1 TO AmendChanges
       END-IF.

      *> A quantity change reprices the line, since a promotion tier
      *> may be won or lost with it. Only an increase is held to the
      *> product and sell-off checks; cutting back a discontinued item
      *> is always allowed. When no price can be found the line keeps
      *> the price it had rather than going out unpriced.
AmendChangeLine.
       DISPLAY "Enter Line Number to Change: " WITH NO ADVANCING
       ACCEPT AmendLineNum
       PERFORM ReadAmendLine
       IF NOT AmendLineFound
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current quantity " OL-OrdQty " @ " OL-UnitPrice
       DISPLAY "Enter New Quantity : " WITH NO ADVANCING
       ACCEPT AmendQty
       IF AmendQty = ZERO
           DISPLAY "A line cannot go to zero - remove it instead"
           EXIT PARAGRAPH
       END-IF
       IF AmendQty = OL-OrdQty
           DISPLAY "Quantity unchanged"
           EXIT PARAGRAPH
       END-IF
       MOVE OrderLineData TO OA-Before
       MOVE OL-OrdQty TO AmendOldQty
       MOVE OL-UnitPrice TO AmendOldPrice
       IF OL-PromiseDate IS NUMERIC
           MOVE OL-PromiseDate TO AmendOldPromise
       ELSE
           MOVE ZERO TO AmendOldPromise
       END-IF
       PERFORM CheckProductAndSize
       IF AmendQty > AmendOldQty
           IF NOT ProductOK
               IF DeadProduct
                   COMPUTE LostQty = AmendQty - AmendOldQty
                   MOVE 'D' TO LostReason
                   PERFORM FindListPrice
                   PERFORM WriteLostSale
               END-IF
               MOVE "Order Line Not Increased - Unknown or Discontinued Item"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
           IF SellingOff AND AmendQty > SellOffAvailable
               DISPLAY "Sell-off item - only " SellOffAvailable
                   " left, quantity not changed"
               COMPUTE LostQty = AmendQty - AmendOldQty
               MOVE 'S' TO LostReason
               PERFORM FindListPrice
               PERFORM WriteLostSale
               MOVE "Order Line Not Increased - Sell-Off Stock Insufficient"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE AmendQty TO OL-OrdQty
       PERFORM PriceOrderLine
       IF OL-UnitPrice = ZERO AND AmendOldPrice > ZERO
           MOVE AmendOldPrice TO OL-UnitPrice
           DISPLAY "Line keeps its price of " OL-UnitPrice
       END-IF
       IF AmendQty > AmendOldQty
           PERFORM PromiseAmendIncrease
           IF LineDeclined
               DISPLAY "Quantity left at " AmendOldQty
               EXIT PARAGRAPH
           END-IF
       END-IF
       REWRITE OrderLineData
           INVALID KEY
               MOVE "Order Line Not Rewritten" TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
       END-REWRITE
       PERFORM SetUpVersionLine
       SET OV-LineChanged TO TRUE
       MOVE AmendOldQty TO OV-OldQty
       MOVE OL-OrdQty TO OV-NewQty
       MOVE AmendOldPrice TO OV-OldPrice
       MOVE OL-UnitPrice TO OV-NewPrice
       COMPUTE OV-OldValue = AmendOldQty * AmendOldPrice
       COMPUTE OV-NewValue = OL-OrdQty * OL-UnitPrice
       WRITE VersionLine
       MOVE "LINCHG" TO OA-Action
       MOVE OrderLineData TO OA-After
       PERFORM WriteLineJournal
       ADD 1 TO AmendChanges.

      *> The line's old quantity is already counted as committed, so
      *> only the increase is promised and committed, and the line
      *> ships when the later of the two can. A line promised nothing
      *> before stays unpromised. An increase the customer will not
      *> wait for is lost demand and the line stays as it was. A cut
      *> or a removed line frees its stock for the next run, when the
      *> commitments are read back off the order file.
PromiseAmendIncrease.
       COMPUTE OL-OrdQty = AmendQty - AmendOldQty
       PERFORM PromiseOrderLine
       PERFORM AskCustomerWillWait
       IF LineDeclined
           MOVE OL-OrdQty TO LostQty
           MOVE OL-UnitPrice TO LostPrice
           MOVE 'B' TO LostReason
           PERFORM WriteLostSale
           EXIT PARAGRAPH
       END-IF
       PERFORM CommitOrderLine
       MOVE AmendQty TO OL-OrdQty
       IF OL-DropShipLine
           EXIT PARAGRAPH
       END-IF
       IF AmendOldPromise = ZERO
           MOVE ZERO TO OL-PromiseDate
       ELSE
           IF OL-PromiseDate NOT = ZERO
               AND OL-PromiseDate < AmendOldPromise
               MOVE AmendOldPromise TO OL-PromiseDate
           END-IF
       END-IF.

AmendRemoveLine.
       DISPLAY "Enter Line Number to Remove: " WITH NO ADVANCING
       ACCEPT AmendLineNum
       PERFORM ReadAmendLine
       IF NOT AmendLineFound
           EXIT PARAGRAPH
       END-IF
       IF ORD-LineCount NOT > 1
           DISPLAY "Only line on the order - cancel the order instead"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Remove line " OL-LineNum " " OL-ProdName " " OL-ProdSize
           " Qty " OL-OrdQty " (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Line kept"
           EXIT PARAGRAPH
       END-IF
       MOVE OrderLineData TO OA-Before
       PERFORM SetUpVersionLine
       SET OV-LineRemoved TO TRUE
       MOVE OL-OrdQty TO OV-OldQty
       MOVE OL-UnitPrice TO OV-OldPrice
       COMPUTE OV-OldValue = OL-OrdQty * OL-UnitPrice
       DELETE OrderLineFile RECORD
           INVALID KEY
               MOVE "Order Line Not Removed" TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
       END-DELETE
       SUBTRACT 1 FROM ORD-LineCount
       WRITE VersionLine
       MOVE "LINDEL" TO OA-Action
       MOVE SPACES TO OA-After
       PERFORM WriteLineJournal
       ADD 1 TO AmendChanges.

      *> A line fulfillment has released anything against - picked
      *> from stock, or confirmed shipped by a drop-ship supplier - is
      *> already on its way to the customer and is not changed here.
ReadAmendLine.
       MOVE 'Y' TO AmendLineFlag
       MOVE ORD-OrderNum TO OL-OrderNum
       MOVE AmendLineNum TO OL-LineNum
       READ OrderLineFile
           INVALID KEY MOVE 'N' TO AmendLineFlag
       END-READ
       IF NOT AmendLineFound
           MOVE "Order Line Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       IF OL-ShipQty IS NUMERIC AND OL-ShipQty > ZERO
           MOVE 'N' TO AmendLineFlag
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Order Line Already Picked - Not Changed - Order: "
                  DELIMITED BY SIZE
                  ORD-OrderNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

      *> The changed order goes back through the credit check on its
      *> new value. An open order that no longer fits the limit is
      *> held for a supervisor the same as at entry; a held order
      *> stays held until a supervisor releases it.
RecheckAmendedOrder.
       IF ORD-OpenOrder
           PERFORM CheckCreditLimit
       END-IF
       PERFORM ComputeNewOrderTotal
       REWRITE OrderData
           INVALID KEY
               MOVE "Changed Order Header Not Rewritten"
                   TO WS-ExceptionMessage
               PERFORM LogException
       END-REWRITE
       ADD 1 TO OrdersAmended
       MOVE "AMEND" TO OA-Action
       MOVE OrderBeforeAmend TO OA-Before
       PERFORM WriteOrderJournal
       PERFORM SetUpVersionTotal
       MOVE AmendOldTotal TO OV-OldValue
       MOVE NewOrderTotal TO OV-NewValue
       WRITE VersionLine
       MOVE NewOrderTotal TO PrnOrderTotal
       DISPLAY "Order " ORD-OrderNum " is now version " AmendVersion
           " - order total " PrnOrderTotal
       IF ORD-HeldOrder
           DISPLAY "Order is HELD - a supervisor must release it"
       END-IF
       MOVE 'I' TO WS-ExceptionSeverity
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Order Changed - Order: " DELIMITED BY SIZE
              ORD-OrderNum DELIMITED BY SIZE
              " Version " DELIMITED BY SIZE
              AmendVersion DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       PERFORM LogException.

SetUpVersionLine.
       MOVE SPACES TO VersionLine
       MOVE ORD-OrderNum TO OV-OrderNum
       MOVE AmendVersion TO OV-Version
       MOVE EntryDate TO OV-ChangeDate
       MOVE SO-OperatorID TO OV-Operator
       MOVE OL-LineNum TO OV-LineNum
       MOVE OL-ProdName TO OV-ProdName
       MOVE OL-ProdSize TO OV-ProdSize
       MOVE ZERO TO OV-OldQty
       MOVE ZERO TO OV-NewQty
       MOVE ZERO TO OV-OldPrice
       MOVE ZERO TO OV-NewPrice
       MOVE ZERO TO OV-OldValue
       MOVE ZERO TO OV-NewValue
       MOVE ORD-Status TO OV-OrderStatus.

SetUpVersionTotal.
       PERFORM SetUpVersionLine
       SET OV-VersionTotal TO TRUE
       MOVE ZERO TO OV-LineNum
       MOVE SPACES TO OV-ProdName
       MOVE SPACE TO OV-ProdSize.

      *> The order's change history off ordver.txt. Each version's
      *> lines are followed by its total line, so a version reads as
      *> what changed and then what it did to the order.
ShowOrderVersions.
       DISPLAY " "
       DISPLAY "Enter Order Number: " WITH NO ADVANCING
       ACCEPT ORD-OrderNum
       MOVE ZERO TO VersionLinesShown
       MOVE 'N' TO VersionEOFFlag
       OPEN INPUT VersionFile
       PERFORM UNTIL VersionEOF
           READ VersionFile
               AT END SET VersionEOF TO TRUE
               NOT AT END
                   IF OV-OrderNum = ORD-OrderNum
                       ADD 1 TO VersionLinesShown
                       PERFORM ShowOneVersionLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VersionFile
       IF VersionLinesShown = ZERO
           DISPLAY "Order " ORD-OrderNum " has not been changed since entry"
       END-IF.

ShowOneVersionLine.
       EVALUATE TRUE
           WHEN OV-VersionTotal
               MOVE OV-OldValue TO PrnOldTotal
               MOVE OV-NewValue TO PrnOrderTotal
               DISPLAY "  Version " OV-Version " " OV-ChangeDate " "
                   OV-Operator " total " PrnOldTotal " -> " PrnOrderTotal
                   " status " OV-OrderStatus
               DISPLAY " "
           WHEN OV-OriginalLine
               DISPLAY "    " OV-LineNum " " OV-ProdName " " OV-ProdSize
                   " entered Qty " OV-NewQty " @ " OV-NewPrice
           WHEN OV-LineAdded
               DISPLAY "    " OV-LineNum " " OV-ProdName " " OV-ProdSize
                   " added   Qty " OV-NewQty " @ " OV-NewPrice
           WHEN OV-LineChanged
               DISPLAY "    " OV-LineNum " " OV-ProdName " " OV-ProdSize
                   " changed Qty " OV-OldQty " -> " OV-NewQty
                   " @ " OV-OldPrice " -> " OV-NewPrice
           WHEN OV-LineRemoved
               DISPLAY "    " OV-LineNum " " OV-ProdName " " OV-ProdSize
                   " removed Qty " OV-OldQty " @ " OV-OldPrice
       END-EVALUATE.

AssignNextOrderNum.
       MOVE ZERO TO MaxOrderNum
       MOVE 'N' TO ScanEOF
               IF OL-OrderNum = ORD-OrderNum
                   COMPUTE OrderLineTotal = OL-OrdQty * OL-UnitPrice
                   MOVE OrderLineTotal TO PrnOrderTotal
                   DISPLAY "  " OL-LineNum " " OL-ProdName " " OL-ProdSize
                       " Qty " OL-OrdQty " @ " OL-UnitPrice
                       " = " PrnOrderTotal
                   PERFORM ShowListOnOrderDate
                   PERFORM ShowKitContents
                   IF OL-PromiseDate IS NUMERIC
                       AND OL-PromiseDate > ZERO
                       DISPLAY "      promised ship date: " OL-PromiseDate
                   END-IF
                   IF OL-DropShipLine
                       DISPLAY "      drop-ship - supplier ships direct"
                   END-IF
               ELSE
                   MOVE 'Y' TO LineScanEOF
               END-IF
       END-PERFORM
       DISPLAY " ".

      *> The price history says what the list price was the day the
      *> order was taken; it is shown only where the line was charged
      *> something else, which is the question that usually comes up.
ShowListOnOrderDate.
       SET PV-PriceHistory TO TRUE
       MOVE OL-ProdName TO PV-ProdName
       MOVE OL-ProdSize TO PV-ProdSize
       MOVE ORD-OrderDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound AND PV-Price NOT = OL-UnitPrice
           DISPLAY "      list price on order date: " PV-Price
       END-IF.

ShowKitContents.
       SET KT-Explode TO TRUE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           PERFORM VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
               COMPUTE KitCompQty = OL-OrdQty * KT-CompQty(KitIdx)
               DISPLAY "      contains " KitCompQty " x "
                   KT-CompName(KitIdx) " " KT-CompSize(KitIdx)
           END-PERFORM
       END-IF.

      *> Every order add, change, cancel and hold disposition lands
      *> on the shared order-to-cash journal with its before and
      *> after images - the same trail the customer master has had
      *> all along.
WriteOrderJournal.
       SET OA-OrderFile TO TRUE
       MOVE ORD-OrderNum TO OA-KeyValue
       MOVE OrderData TO OA-After
       CALL "OCAUDIT" USING OA-Parameters.

WriteLineJournal.
       SET OA-OrderLineFile TO TRUE
       MOVE ORD-OrderNum TO OA-KeyValue
       MOVE SO-OperatorID TO OA-Operator
       CALL "OCAUDIT" USING OA-Parameters.

LogException.
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "ORDENTRY" TO EL-Program
