           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CashApplyLog ASSIGN TO "cashapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PeriodControl ASSIGN TO "arperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodControlStatus.
       SELECT OPTIONAL ShipLineFile ASSIGN TO "shipline.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipLineFileStatus.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT InvoiceReport ASSIGN TO "invoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
                  ==CR-ActiveCust==   BY ==ActiveCust==
                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-CustCity==     BY ==CustCity==
                  ==CR-CustState==    BY ==CustState==
                  ==CR-CustZip==      BY ==CustZip==.

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

      *> The freight flag is the jurisdiction's rule for freight
      *> billed on the invoice: Y taxes it with the merchandise,
      *> anything else bills it untaxed.
FD TaxTable.
01 TaxTableLine.
       02 TTJurisdiction PIC X(4).
       02 TTRate         PIC V999.
       02 TTFreightTaxable PIC X.

      *> Exemption certificates by customer: the certificate number,
      *> the issuing jurisdiction and when it runs out. A customer
       02 FILLER PIC X.
       02 TE-ExpiryDate PIC 9(8).

FD CashApplyLog.
01 CashApplyRecord.
    COPY "CASHAPP.cpy".

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
01 ShipLineRecord.
    COPY "SHIPLREC.cpy".

FD ShipmentFile.
01 ShipmentRecord.
    COPY "SHIPREC.cpy".

FD InvoiceReport.
01 PrintLine PIC X(60).

    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CityLine PIC X(36).
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 LineAmount PIC 9(8)V99.
01 MerchandiseTotal PIC 9(8)V99.
01 TaxAmount PIC 9(7)V99.
01 FreightAmount PIC 9(5)V99.
01 TaxableAmount PIC 9(8)V99.
01 InvoiceTotal PIC 9(8)V99.
      *> Money the customer prepaid against the order, taken off
      *> this invoice as a prior payment.
01 DepositApplied PIC 9(7)V99.
01 MaxInvoiceNum PIC 9(6) VALUE ZERO.
01 ScanEOF PIC X.
01 RunDate PIC 9(8).
       02 JurisdictionEntry OCCURS 10 TIMES.
           03 JT-Code PIC X(4).
           03 JT-Rate PIC V999.
           03 JT-FreightTaxable PIC X.
01 JurisdictionCount PIC 99 VALUE ZERO.
01 JT-Index PIC 99.
01 WSJurisdiction PIC X(4) VALUE SPACES.
01 WSTaxRate PIC V999 VALUE .075.
01 WSFreightTaxableFlag PIC X VALUE 'N'.
       88 WSFreightTaxable VALUE 'Y'.
01 TaxTableEOFFlag PIC X VALUE 'N'.
       88 TaxTableEOF VALUE 'Y'.
01 JurisdictionFoundFlag PIC X VALUE 'N'.
       02 PrnUnitPrice PIC $$,$$9.99.
       02 FILLER PIC X(3) VALUE " = ".
       02 PrnLineAmount PIC $$,$$$,$$9.99.
      *> A kit bills as one line at the kit price, its contents
      *> listed underneath for the customer to check the box against.
01 InvKitLine.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(9) VALUE "contains ".
       02 PrnKitCompQty PIC ZZZZZ9.
       02 FILLER PIC X(3) VALUE " x ".
       02 PrnKitCompName PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnKitCompSize PIC A.
01 KitIdx PIC 99.
01 InvTotalLine.
       02 PrnTotalLabel PIC X(14).
       02 PrnTotalAmount PIC $$,$$$,$$9.99.
      *> counter has to hold 100 to leave the VARYING, and a 9(2)
      *> would wrap to zero and never terminate.
01 CurrentShipNum PIC 9(3) VALUE ZERO.
      *> Freight each confirmed carton was rated at, off the shipment
      *> register - billed once, with the invoice for that shipment.
01 ShipmentFreightTable.
       02 SHF-Entry OCCURS 500 TIMES.
           03 SHF-OrderNum PIC 9(6).
           03 SHF-ShipNum PIC 9(2).
           03 SHF-Carrier PIC X(10).
           03 SHF-Weight PIC 9(5)V99.
           03 SHF-Freight PIC 9(5)V99.
01 SHF-Count PIC 999 VALUE ZERO.
01 SHF-Index PIC 999.
01 SHF-Slot PIC 999.
01 ShipmentFileStatus PIC XX.
01 ShipmentEOFFlag PIC X VALUE 'N'.
       88 ShipmentEOF VALUE 'Y'.
01 InvFreightLine.
       02 FILLER PIC XX VALUE SPACE.
       02 FILLER PIC X(9) VALUE "Freight  ".
       02 PrnFreightCarrier PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnFreightWeight PIC ZZ,ZZ9.99.
       02 FILLER PIC X(6) VALUE " lb = ".
       02 PrnFreightAmount PIC $$,$$$,$$9.99.
01 ShipmentHasLinesFlag PIC X.
       88 ShipmentHasLines VALUE 'Y'.
01 InvShipmentLine.
01 DaysToExpiry PIC S9(5).
COPY "DATESRV.cpy".
COPY "OCAUDIT.cpy".
COPY "TERMSRV.cpy".
COPY "KITSRV.cpy".
COPY "DEPSRV.cpy".
01 InvTermsLine.
       02 FILLER PIC X(7) VALUE "Terms: ".
       02 PrnTermsCode PIC X(10).
       02 FILLER PIC X(9) VALUE "   Due: ".
       02 PrnDueDate PIC X(10).
01 InvDiscountLine.
       02 FILLER PIC X(5) VALUE "Less ".
       02 PrnDiscPct PIC Z9.99.
       02 FILLER PIC X(13) VALUE "% if paid by ".
       02 PrnDiscDate PIC X(10).
01 ExemptCertLine.
       02 FILLER PIC X(18) VALUE "Tax Exempt Cert: ".
       02 PrnCertNumber PIC X(15).
       PERFORM LoadTaxTable
       PERFORM LoadExemptionTable
       PERFORM LoadShipLines
       PERFORM LoadShipmentFreight
       PERFORM AssignNextInvoiceNum
       OPEN EXTEND ExceptionLog
       OPEN OUTPUT InvoiceReport
           DISPLAY "Customer " ORD-IDNum " not on master - not invoiced"
       ELSE
           MOVE ZERO TO MerchandiseTotal
           MOVE ZERO TO FreightAmount
           MOVE ORD-Jurisdiction TO WSJurisdiction
           PERFORM LookupTaxRate
           PERFORM CheckExemption
           PERFORM WriteInvoiceHeading
           PERFORM PrintInvoiceLines
           PERFORM ComputeInvoiceTax
           IF ExemptValid
               MOVE EX-CertNumber(ExemptSlot) TO PrnCertNumber
               WRITE PrintLine FROM ExemptCertLine AFTER ADVANCING 1 LINE
       MOVE BillQty TO PrnQty
       MOVE OL-UnitPrice TO PrnUnitPrice
       MOVE LineAmount TO PrnLineAmount
       WRITE PrintLine FROM InvDetailLine AFTER ADVANCING 1 LINE
       MOVE OL-ProdName TO KT-KitName
       MOVE OL-ProdSize TO KT-KitSize
       PERFORM PrintKitContents.

PrintKitContents.
       SET KT-Explode TO TRUE
       CALL "KITSRV" USING KT-Parameters
       IF KT-IsKit
           PERFORM VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KT-CompCount
               COMPUTE PrnKitCompQty = BillQty * KT-CompQty(KitIdx)
               MOVE KT-CompName(KitIdx) TO PrnKitCompName
               MOVE KT-CompSize(KitIdx) TO PrnKitCompSize
               WRITE PrintLine FROM InvKitLine AFTER ADVANCING 1 LINE
           END-PERFORM
       END-IF.

WriteInvoiceHeading.
       MOVE MaxInvoiceNum TO PrnInvNum
       MOVE LastName TO PrnInvLastName
       WRITE PrintLine FROM InvNameLine AFTER ADVANCING 1 LINE
       WRITE PrintLine FROM CustAddress AFTER ADVANCING 1 LINE
       PERFORM BuildCityLine
       IF CityLine NOT = SPACES
           WRITE PrintLine FROM CityLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE.

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

      *> The customer's terms are fixed at billing: the due date and
      *> any discount window print under the total and go onto the
      *> register record for aging, dunning and cash posting.
WriteInvoiceTotals.
       PERFORM ResolveInvoiceTerms
       MOVE "Merchandise : " TO PrnTotalLabel
       MOVE MerchandiseTotal TO PrnTotalAmount
       WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 2 LINES
       IF FreightAmount > ZERO
           MOVE "Freight     : " TO PrnTotalLabel
           MOVE FreightAmount TO PrnTotalAmount
           WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE "Tax         : " TO PrnTotalLabel
       MOVE TaxAmount TO PrnTotalAmount
       WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
       PERFORM FindOrderDeposit
       IF DepositApplied > ZERO
           MOVE "Invoice Total:" TO PrnTotalLabel
           MOVE InvoiceTotal TO PrnTotalAmount
           WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
           MOVE "Deposit Paid: " TO PrnTotalLabel
           MOVE DepositApplied TO PrnTotalAmount
           WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
           MOVE "BALANCE DUE : " TO PrnTotalLabel
           COMPUTE PrnTotalAmount = InvoiceTotal - DepositApplied
       ELSE
           MOVE "TOTAL DUE   : " TO PrnTotalLabel
           MOVE InvoiceTotal TO PrnTotalAmount
       END-IF
       WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
       MOVE TS-TermsCode TO PrnTermsCode
       SET DS-FormatDate TO TRUE
       MOVE TS-DueDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnDueDate
       WRITE PrintLine FROM InvTermsLine AFTER ADVANCING 2 LINES
       IF TS-DiscPct > ZERO
           MOVE TS-DiscPct TO PrnDiscPct
           SET DS-FormatDate TO TRUE
           MOVE TS-DiscDate TO DS-Date1
           CALL "DATESRV" USING DS-Parameters
           MOVE DS-Formatted TO PrnDiscDate
           WRITE PrintLine FROM InvDiscountLine AFTER ADVANCING 1 LINE
       END-IF
       WRITE PrintLine FROM InvRuleLine AFTER ADVANCING 1 LINE.

      *> A deposit taken against the order pays this invoice first,
      *> up to its total; anything over stays on deposit for the
      *> next shipment billed against the order. The deposit is only
      *> used up once the register record is safely written.
FindOrderDeposit.
       SET DV-Inquire TO TRUE
       MOVE ORD-OrderNum TO DV-OrderNum
       CALL "DEPSRV" USING DV-Parameters
       IF DV-Balance > InvoiceTotal
           MOVE InvoiceTotal TO DepositApplied
       ELSE
           MOVE DV-Balance TO DepositApplied
       END-IF.

ResolveInvoiceTerms.
       SET TS-CustomerTerms TO TRUE
       MOVE ORD-IDNum TO TS-IDNum
       MOVE RunDate TO TS-InvoiceDate
       CALL "TERMSRV" USING TS-Parameters.

WriteInvoiceRegister.
       ADD 1 TO MaxInvoiceNum
       MOVE MaxInvoiceNum TO INV-InvoiceNum
       MOVE MerchandiseTotal TO INV-Merchandise
       MOVE TaxAmount TO INV-Tax
       MOVE InvoiceTotal TO INV-Total
       MOVE DepositApplied TO INV-AmountPaid
       IF DepositApplied > ZERO AND DepositApplied >= InvoiceTotal
           SET INV-PaidInvoice TO TRUE
       ELSE
           SET INV-OpenInvoice TO TRUE
       END-IF
       MOVE CurrentShipNum TO INV-ShipNum
       MOVE TS-TermsCode TO INV-TermsCode
       MOVE TS-DueDate TO INV-DueDate
       MOVE TS-DiscDate TO INV-DiscDate
       MOVE TS-DiscPct TO INV-DiscPct
       MOVE FreightAmount TO INV-Freight
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Invoice Number Taken - register not written"
               MOVE SPACES TO OA-Before
               MOVE InvoiceData TO OA-After
               CALL "OCAUDIT" USING OA-Parameters
               IF DepositApplied > ZERO
                   PERFORM ConsumeOrderDeposit
               END-IF
       END-WRITE.

      *> The deposit is cash the customer paid, so its use against
      *> the invoice goes on the cash application log like any other
      *> receipt would - the payment-habit reports see an invoice paid
      *> on the day it was raised.
ConsumeOrderDeposit.
       SET DV-Consume TO TRUE
       MOVE ORD-OrderNum TO DV-OrderNum
       MOVE ORD-IDNum TO DV-IDNum
       MOVE RunDate TO DV-Date
       MOVE DepositApplied TO DV-Amount
       MOVE INV-InvoiceNum TO DV-InvoiceNum
       CALL "DEPSRV" USING DV-Parameters
       OPEN EXTEND CashApplyLog
       MOVE SPACES TO CashApplyRecord
       MOVE RunDate TO CA-PayDate
       MOVE INV-IDNum TO CA-IDNum
       MOVE INV-InvoiceNum TO CA-InvoiceNum
       MOVE INV-InvoiceDate TO CA-InvoiceDate
       MOVE INV-DueDate TO CA-DueDate
       MOVE DepositApplied TO CA-Amount
       IF INV-PaidInvoice
           MOVE 'Y' TO CA-ClearedFlag
       ELSE
           MOVE 'N' TO CA-ClearedFlag
       END-IF
       MOVE "INVPRINT" TO CA-Program
       WRITE CashApplyRecord
       CLOSE CashApplyLog.

LoadShipLines.
       MOVE ZERO TO SHL-Count
       MOVE 'N' TO SHL-OverflowFlag

BillOneShipment.
       MOVE ZERO TO MerchandiseTotal
       MOVE ZERO TO FreightAmount
       PERFORM WriteInvoiceHeading
       MOVE CurrentShipNum TO PrnShipNum
       WRITE PrintLine FROM InvShipmentLine AFTER ADVANCING 1 LINE
               MOVE OL-UnitPrice TO PrnUnitPrice
               MOVE LineAmount TO PrnLineAmount
               WRITE PrintLine FROM InvDetailLine AFTER ADVANCING 1 LINE
               MOVE SHL-ProdName(SHL-Index) TO KT-KitName
               MOVE SHL-ProdSize(SHL-Index) TO KT-KitSize
               PERFORM PrintKitContents
               MOVE 'Y' TO SHL-Invoiced(SHL-Index)
               SET ShipLinesChanged TO TRUE
           END-IF
       END-PERFORM
       PERFORM BillShipmentFreight
       PERFORM ComputeInvoiceTax
       IF ExemptValid
           MOVE EX-CertNumber(ExemptSlot) TO PrnCertNumber
           WRITE PrintLine FROM ExemptCertLine AFTER ADVANCING 1 LINE
       PERFORM WriteInvoiceRegister
       ADD 1 TO InvoicesPrinted.

      *> The carton's freight bills as its own line under the goods.
      *> A shipment confirmed before freight was rated carries none.
BillShipmentFreight.
       MOVE ZERO TO SHF-Slot
       PERFORM VARYING SHF-Index FROM 1 BY 1 UNTIL SHF-Index > SHF-Count
           IF SHF-OrderNum(SHF-Index) = ORD-OrderNum
               AND SHF-ShipNum(SHF-Index) = CurrentShipNum
               MOVE SHF-Index TO SHF-Slot
           END-IF
       END-PERFORM
       IF SHF-Slot > ZERO
           MOVE SHF-Freight(SHF-Slot) TO FreightAmount
           IF FreightAmount > ZERO
               MOVE SHF-Carrier(SHF-Slot) TO PrnFreightCarrier
               MOVE SHF-Weight(SHF-Slot) TO PrnFreightWeight
               MOVE FreightAmount TO PrnFreightAmount
               WRITE PrintLine FROM InvFreightLine AFTER ADVANCING 1 LINE
           END-IF
       END-IF.

      *> Tax follows the jurisdiction: merchandise is always taxable,
      *> freight only where the tax table's freight flag says so, and
      *> a live exemption certificate zeroes both.
ComputeInvoiceTax.
       MOVE MerchandiseTotal TO TaxableAmount
       IF WSFreightTaxable
           ADD FreightAmount TO TaxableAmount
       END-IF
       IF ExemptValid
           MOVE ZERO TO TaxAmount
       ELSE
           COMPUTE TaxAmount ROUNDED = TaxableAmount * WSTaxRate
       END-IF
       COMPUTE InvoiceTotal = MerchandiseTotal + FreightAmount + TaxAmount.

LoadShipmentFreight.
       MOVE ZERO TO SHF-Count
       OPEN INPUT ShipmentFile
       IF ShipmentFileStatus = "00"
           PERFORM UNTIL ShipmentEOF
               READ ShipmentFile
                   AT END SET ShipmentEOF TO TRUE
                   NOT AT END
                       IF SH-Freight IS NUMERIC AND SH-Freight > ZERO
                           PERFORM NoteShipmentFreight
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ShipmentFile.

NoteShipmentFreight.
       IF SHF-Count < 500
           ADD 1 TO SHF-Count
           MOVE SH-OrderNum TO SHF-OrderNum(SHF-Count)
           MOVE SH-ShipNum TO SHF-ShipNum(SHF-Count)
           MOVE SH-Carrier TO SHF-Carrier(SHF-Count)
           IF SH-Weight IS NUMERIC
               MOVE SH-Weight TO SHF-Weight(SHF-Count)
           ELSE
               MOVE ZERO TO SHF-Weight(SHF-Count)
           END-IF
           MOVE SH-Freight TO SHF-Freight(SHF-Count)
       ELSE
           DISPLAY "Shipment freight table full - order " SH-OrderNum
               " shipment " SH-ShipNum " billed without freight"
           STRING "Freight Not Billed - Table Full - Order: "
                  DELIMITED BY SIZE
                  SH-OrderNum DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

AssignNextInvoiceNum.
       MOVE ZERO TO MaxInvoiceNum
       MOVE 'N' TO ScanEOF
           MOVE 2 TO JurisdictionCount
           MOVE "DFLT" TO JT-Code(1)
           MOVE .075   TO JT-Rate(1)
           MOVE 'N'    TO JT-FreightTaxable(1)
           MOVE "NONE" TO JT-Code(2)
           MOVE ZERO   TO JT-Rate(2)
           MOVE 'N'    TO JT-FreightTaxable(2)
       END-IF.

ReadOneTaxLine.
                        ADD 1 TO JurisdictionCount
                        MOVE TTJurisdiction TO JT-Code(JurisdictionCount)
                        MOVE TTRate         TO JT-Rate(JurisdictionCount)
                        MOVE TTFreightTaxable
                            TO JT-FreightTaxable(JurisdictionCount)
                 ELSE
                        DISPLAY "Tax jurisdiction table full - ignoring "
                            TTJurisdiction

LookupTaxRate.
       MOVE 'N' TO JurisdictionFoundFlag
       MOVE 'N' TO WSFreightTaxableFlag
       PERFORM CheckOneJurisdiction VARYING JT-Index FROM 1 BY 1
           UNTIL JT-Index > JurisdictionCount OR JurisdictionFound
       IF NOT JurisdictionFound
       IF WSJurisdiction = JT-Code(JT-Index)
           SET JurisdictionFound TO TRUE
           MOVE JT-Rate(JT-Index) TO WSTaxRate
           MOVE JT-FreightTaxable(JT-Index) TO WSFreightTaxableFlag
       END-IF.

WriteBalanceLine.
