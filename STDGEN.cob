                  ==CR-InactiveCust== BY ==InactiveCust==
                  ==CR-SuspendedCust==BY ==SuspendedCust==
                  ==CR-DeletedCust==  BY ==DeletedCust==
                  ==CR-Branch==       BY ==Branch==
                  ==CR-CustZip==      BY ==CustZip==.

FD ProductFile.
01 ProductMasterRecord.
01 OrderLineFileStatus PIC XX.
01 GeneratedPriceTable.
       02 GEN-Price PIC 9(4)V99 OCCURS 20 TIMES.
      *> The contract each generated price came off, blank for list.
01 GeneratedContractTable.
       02 GEN-ContractRef PIC X(8) OCCURS 20 TIMES.
01 CustomerFileStatus PIC XX.
01 ProductFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
       88 CreditLimitFound VALUE 'Y'.
01 CustCreditLimit PIC 9(7)V99.
01 OpenReceivables PIC S9(8)V99.
01 FamilyReceivables PIC S9(8)V99.
01 CreditCheckID PIC 9(6).
01 FamilyIdx PIC 99.
01 InvoiceOpenAmount PIC S9(7)V99.
01 NewOrderTotal PIC 9(8)V99.
01 CreditExposure PIC S9(8)V99.
01 CreditScanEOF PIC X.
       02 WRK-Month PIC 99.
       02 WRK-Day PIC 99.
01 DayStep PIC 9.
01 KitIdx PIC 99.
01 KitPromiseDate PIC 9(8).
01 KitPromiseFlag PIC X.
       88 KitUnpromised VALUE 'N'.
COPY "DATESRV.cpy".
COPY "OCAUDIT.cpy".
COPY "ATPSRV.cpy".
COPY "KITSRV.cpy".
COPY "PRICESRV.cpy".

01 ReportHeading.
       02 FILLER PIC X(36) VALUE "STANDING ORDER GENERATION - RUN OF ".
       02 FILLER PIC XX VALUE SPACE.
       02 PrnDisposition PIC X(30).

COPY "DISPSRV.cpy".
COPY "FAMSRV.cpy".
COPY "REGION.cpy".
COPY "ZIPSRV.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE STO-IDNum TO ORD-IDNum
       MOVE RunDate TO ORD-OrderDate
       MOVE STO-Jurisdiction TO ORD-Jurisdiction
       IF ORD-Jurisdiction = SPACES
           PERFORM DefaultJurisdiction
       END-IF
       MOVE STO-SalesRep TO ORD-SalesRep
       MOVE Branch TO ORD-Branch
       SET ORD-OpenOrder TO TRUE
           ADD 1 TO MaxOrderNum
       END-IF.

      *> A template keyed without a jurisdiction takes the one the ZIP
      *> table gives for the customer's billing ZIP, looked up at each
      *> run so a customer who moves is taxed where they now are. With
      *> neither, the order would go out untaxable - it is blocked.
DefaultJurisdiction.
       SET ZV-Lookup TO TRUE
       MOVE CustZip TO ZV-Zip
       CALL "ZIPSRV" USING ZV-Parameters
       IF ZV-ZipFound
           MOVE ZV-Jurisdiction TO ORD-Jurisdiction
       ELSE
           MOVE 'N' TO TemplateOKFlag
           MOVE "BLOCKED - no tax jurisdiction" TO BlockReason
       END-IF.

WriteGeneratedLines.
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > STO-LineCount
           MOVE STO-OrdQty(LineIdx) TO OL-OrdQty
           MOVE GEN-Price(LineIdx) TO OL-UnitPrice
           MOVE ZERO TO OL-ShipQty
           PERFORM PromiseOrderLine
           WRITE OrderLineData
               INVALID KEY
                   DISPLAY "Order line not written: " ORD-OrderNum
               NOT INVALID KEY
                   PERFORM CommitOrderLine
                   IF GEN-ContractRef(LineIdx) NOT = SPACES
                       PERFORM LogContractPrice
                   END-IF
           END-WRITE
       END-PERFORM.

LogContractPrice.
       MOVE SPACES TO WS-ExceptionMessage
       STRING "Contract Price Applied - Order " DELIMITED BY SIZE
              ORD-OrderNum DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OL-ProdName DELIMITED BY SIZE
              " Ref " DELIMITED BY SIZE
              GEN-ContractRef(LineIdx) DELIMITED BY SIZE
              INTO WS-ExceptionMessage
       END-STRING
       MOVE 'I' TO WS-ExceptionSeverity
       PERFORM LogException.

      *> A generated line is promised as a keyed one is, dated from
      *> the run - the template customer is owed the same honest
      *> ship date anyone else gets. A kit is promised and committed
      *> through its components, never under its own code.
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
           EXIT PARAGRAPH
       END-IF
       IF KT-IsKit
           PERFORM PromiseKitLine
           EXIT PARAGRAPH
       END-IF
       SET AT-Promise TO TRUE
       MOVE OL-ProdName TO AT-ProdName
       MOVE OL-ProdSize TO AT-ProdSize
       MOVE RunDate TO AT-AsOfDate
       MOVE OL-OrdQty TO AT-ReqQty
       CALL "ATPSRV" USING AT-Parameters
       MOVE AT-PromiseDate TO OL-PromiseDate.

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
       MOVE RunDate TO AT-AsOfDate
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
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PMDropShipItem
                       SET OL-DropShipLine TO TRUE
                   END-IF
           END-READ
       END-IF.


CheckProductAndSize.
       IF NOT ProductFileOpen
           SET ProductOK TO TRUE
           END-IF
       END-IF.

      *> A contract in force for the template's customer on the run
      *> date prices the line ahead of the list price.
PriceOneLine.
       MOVE SPACES TO GEN-ContractRef(LineIdx)
       SET PV-ContractPrice TO TRUE
       MOVE STO-IDNum TO PV-IDNum
       MOVE STO-ProdName(LineIdx) TO PV-ProdName
       MOVE STO-ProdSize(LineIdx) TO PV-ProdSize
       MOVE RunDate TO PV-AsOfDate
       CALL "PRICESRV" USING PV-Parameters
       IF PV-PriceFound
           SET PriceFound TO TRUE
           MOVE PV-Price TO GEN-Price(LineIdx)
           MOVE PV-ContractRef TO GEN-ContractRef(LineIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO PriceFoundFlag
       PERFORM VARYING PT-Index FROM 1 BY 1
           UNTIL PT-Index > PriceCount OR PriceFound
       END-PERFORM
       CLOSE CreditFile.

      *> A chain store is checked the way order entry checks it -
      *> against its head office's limit with the open balance of
      *> every account in the family, falling back to the store's own
      *> limit and balance when head office has no limit set.
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
               UNTIL LineIdx > STO-LineCount
               COMPUTE NewOrderTotal = NewOrderTotal
                   + STO-OrdQty(LineIdx) * GEN-Price(LineIdx)
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

AssignNextOrderNum.
       MOVE ZERO TO MaxOrderNum
       MOVE 'N' TO ScanEOF
