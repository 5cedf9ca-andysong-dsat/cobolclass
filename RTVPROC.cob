       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RTVPROC.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DispositionFile ASSIGN TO "retdisp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RTVFile ASSIGN TO "rtvauth.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VendorCreditFile ASSIGN TO "vendcred.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CostFile ASSIGN TO "prodcost.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ShippingDocument ASSIGN TO "rtvship.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CreditAgingReport ASSIGN TO "rtvaging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD DispositionFile.
01 DispositionLine.
    COPY "RETDISP.cpy".

FD RTVFile.
01 RTVLine.
    COPY "RTVREC.cpy".

FD VendorCreditFile.
01 VendorCreditLine.
    COPY "VCREDREC.cpy".

FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

FD CostFile.
01 CostLine.
    COPY "COSTREC.cpy".

      *> One authorization to a page - the copy that is packed with
      *> the goods and the copy the supplier signs for.
FD ShippingDocument.
01 ShipLine PIC X(80).

FD CreditAgingReport.
01 PrintLine PIC X(110).

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 DispositionEOFFlag PIC X.
       88 DispositionEOF VALUE 'Y'.
01 RTVEOFFlag PIC X.
       88 RTVEOF VALUE 'Y'.
01 CreditEOFFlag PIC X.
       88 CreditEOF VALUE 'Y'.
01 SupplierEOFFlag PIC X VALUE 'N'.
       88 SupplierEOF VALUE 'Y'.
01 CostEOFFlag PIC X VALUE 'N'.
       88 CostEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 NextRANum PIC 9(6) VALUE ZERO.
01 LinesGathered PIC 9(5) VALUE ZERO.
01 AuthorizationsRaised PIC 9(5) VALUE ZERO.
01 CreditsClosed PIC 9(5) VALUE ZERO.
01 CreditsListed PIC 9(5) VALUE ZERO.
01 RATotal PIC 9(7)V99.
01 UnitCost PIC 9(4)V9999.
01 AskRANum PIC 9(6).
01 AskOutcome PIC X.
       88 OutcomeCredited VALUE 'C'.
       88 OutcomeRefused  VALUE 'X'.
01 AskCreditRef PIC X(12).
01 AskCreditAmount PIC 9(7)V99.
01 Confirm PIC X.
01 DaysOutstanding PIC S9(5).
01 EditAmount PIC $$,$$$,$$9.99.
COPY "SIGNON.cpy".
COPY "DATESRV.cpy".

01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
           03 SUP-Phone PIC X(12).
01 SupCount PIC 99 VALUE ZERO.
01 SUP-Index PIC 99.
01 SUP-Slot PIC 99.

01 CostTable.
       02 CST-Entry OCCURS 300 TIMES.
           03 CST-ProdName PIC X(5).
           03 CST-ProdSize PIC A.
           03 CST-UnitCost PIC 9(4)V99.
           03 CST-AvgCost PIC 9(4)V9999.
01 CostCount PIC 999 VALUE ZERO.
01 CST-Index PIC 999.

      *> Credit memos already on an authorization, so a rerun never
      *> sends the same goods back twice.
01 GatheredTable.
       02 GTH-MemoNum PIC 9(6) OCCURS 3000 TIMES.
01 GTH-Count PIC 9(4) VALUE ZERO.
01 GTH-Index PIC 9(4).
01 GTH-FoundFlag PIC X.
       88 GTH-Found VALUE 'Y'.

      *> Return-to-vendor lines waiting for an authorization. A
      *> slot's supplier is blanked once its authorization is
      *> written.
01 PendingTable.
       02 PND-Entry OCCURS 500 TIMES.
           03 PND-MemoNum PIC 9(6).
           03 PND-Supplier PIC X(4).
           03 PND-ProdName PIC X(5).
           03 PND-ProdSize PIC A.
           03 PND-Qty PIC 9(4).
           03 PND-UnitCost PIC 9(4)V9999.
           03 PND-Amount PIC 9(7)V99.
01 PND-Count PIC 999 VALUE ZERO.
01 PND-Index PIC 999.
01 PND-Other PIC 999.
01 GroupSupplier PIC X(4).

      *> The credit in force for every authorization, last line
      *> winning.
01 CreditTable.
       02 VCT-Entry OCCURS 1000 TIMES.
           03 VCT-RANum PIC 9(6).
           03 VCT-Line PIC X(73).
01 VCT-Count PIC 9(4) VALUE ZERO.
01 VCT-Index PIC 9(4).
01 VCT-Slot PIC 9(4).

01 Total0To30 PIC 9(8)V99 VALUE ZERO.
01 Total31To60 PIC 9(8)V99 VALUE ZERO.
01 Total61To90 PIC 9(8)V99 VALUE ZERO.
01 TotalOver90 PIC 9(8)V99 VALUE ZERO.

01 ShipHeading PIC X(50) VALUE
       "RETURN TO VENDOR - RETURN AUTHORIZATION".
01 ShipRALine.
       02 FILLER PIC X(19) VALUE "Authorization No.  ".
       02 PrnShipRANum PIC 9(6).
       02 FILLER PIC X(10) VALUE "    Date: ".
       02 PrnShipDate PIC X(10).
01 ShipToLine.
       02 FILLER PIC X(19) VALUE "Ship To Supplier:  ".
       02 PrnShipSupCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnShipSupName PIC X(20).
       02 FILLER PIC X(9) VALUE "  Phone: ".
       02 PrnShipSupPhone PIC X(12).
01 ShipColumns PIC X(70) VALUE
       "Our Memo  Product Size    Qty     Unit Cost          Value".
01 ShipItemLine.
       02 PrnShipMemo PIC 9(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnShipProd PIC X(5).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnShipSize PIC A.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnShipQty PIC ZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnShipCost PIC Z,ZZ9.9999.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnShipValue PIC $$,$$$,$$9.99.
01 ShipTotalLine.
       02 FILLER PIC X(44) VALUE
           "Value of goods returned - credit requested".
       02 PrnShipTotal PIC $$,$$$,$$9.99.
01 ShipNoteLine PIC X(70) VALUE
       "Please quote the authorization number on your credit memo.".
01 ShipSignLine PIC X(70) VALUE
       "Packed by ____________  Carrier ____________  Received by ____________".
01 ShipRule PIC X(70) VALUE ALL "-".

01 AgingHeading.
       02 FILLER PIC X(36) VALUE "VENDOR CREDITS OUTSTANDING - as of ".
       02 PrnAgingDate PIC 9(8).
01 AgingColumns PIC X(110) VALUE
    "RA No. Supp Name                 RA Date    Days          0-30          31-60          61-90        Over 90".
01 AgingDetailLine.
       02 PrnAgeRANum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeSupCode PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeSupName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeDate PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeDays PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAge0To30 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnAge31To60 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnAge61To90 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnAgeOver90 PIC $$,$$$,$$9.99.
01 AgingFooting.
       02 FILLER PIC X(49) VALUE "END OF REPORT - Totals".
       02 PrnTot0To30 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTot31To60 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTot61To90 PIC $$,$$$,$$9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnTotOver90 PIC $$,$$$,$$9.99.

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "RTVPROC" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF SO-InquiryOnly
           DISPLAY "Inquiry-level operators may only list vendor credits"
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadSupplierTable
       PERFORM LoadCostTable
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "RETURN TO VENDOR"
           DISPLAY "1: Raise Return Authorizations"
           DISPLAY "2: Record Vendor Credit"
           DISPLAY "3: Vendor Credit Aging"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM RaiseAuthorizations
               WHEN 2 PERFORM RecordVendorCredit
               WHEN 3 PERFORM PrintCreditAging
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       PERFORM WriteBalanceLine
       STOP RUN.

LoadSupplierTable.
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierEOF
           READ SupplierFile
               AT END SET SupplierEOF TO TRUE
               NOT AT END
                   IF SupCount < 20
                       ADD 1 TO SupCount
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                       MOVE SU-Phone TO SUP-Phone(SupCount)
                   ELSE
                       DISPLAY "Supplier table full - ignoring " SU-Code
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile.

LoadCostTable.
       OPEN INPUT CostFile
       PERFORM UNTIL CostEOF
           READ CostFile
               AT END SET CostEOF TO TRUE
               NOT AT END
                   IF CostCount < 300
                       ADD 1 TO CostCount
                       MOVE PC-ProdName TO CST-ProdName(CostCount)
                       MOVE PC-ProdSize TO CST-ProdSize(CostCount)
                       MOVE PC-UnitCost TO CST-UnitCost(CostCount)
                       IF PC-AvgCost IS NUMERIC
                           MOVE PC-AvgCost TO CST-AvgCost(CostCount)
                       ELSE
                           MOVE ZERO TO CST-AvgCost(CostCount)
                       END-IF
                   ELSE
                       DISPLAY "Cost table full - ignoring " PC-ProdName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CostFile.

FindSupplier.
       MOVE ZERO TO SUP-Slot
       PERFORM VARYING SUP-Index FROM 1 BY 1
           UNTIL SUP-Index > SupCount OR SUP-Slot > ZERO
           IF SUP-Code(SUP-Index) = GroupSupplier
               MOVE SUP-Index TO SUP-Slot
           END-IF
       END-PERFORM.

CheckMaintAllowed.
       IF SO-InquiryOnly
           MOVE "Not Authorized - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
       END-IF.

      *> Every return-to-vendor line not yet on an authorization is
      *> gathered, one authorization per supplier, valued at what the
      *> goods cost us - the average cost on the shelf, or the
      *> agreed cost where no receipt has been costed yet. Each
      *> authorization opens a vendor credit for that value.
RaiseAuthorizations.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadGatheredTable
       PERFORM LoadPendingTable
       IF PND-Count = ZERO
           DISPLAY "No return-to-vendor lines are waiting"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ShippingDocument
       OPEN EXTEND RTVFile
       OPEN EXTEND VendorCreditFile
       PERFORM VARYING PND-Index FROM 1 BY 1 UNTIL PND-Index > PND-Count
           IF PND-Supplier(PND-Index) NOT = SPACES
               PERFORM RaiseOneAuthorization
           END-IF
       END-PERFORM
       CLOSE VendorCreditFile
       CLOSE RTVFile
       CLOSE ShippingDocument
       DISPLAY AuthorizationsRaised " authorization(s) raised for "
           LinesGathered " return line(s) - documents in rtvship.rpt".

      *> The authorization numbers run on from the highest on file.
LoadGatheredTable.
       MOVE ZERO TO GTH-Count NextRANum
       MOVE 'N' TO RTVEOFFlag
       OPEN INPUT RTVFile
       PERFORM UNTIL RTVEOF
           READ RTVFile
               AT END SET RTVEOF TO TRUE
               NOT AT END
                   IF RV-RANum IS NUMERIC AND RV-RANum > NextRANum
                       MOVE RV-RANum TO NextRANum
                   END-IF
                   IF RV-ItemLine
                       IF GTH-Count < 3000
                           ADD 1 TO GTH-Count
                           MOVE RV-MemoNum TO GTH-MemoNum(GTH-Count)
                       ELSE
                           DISPLAY "Gathered table full - ignoring memo "
                               RV-MemoNum
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RTVFile.

LoadPendingTable.
       MOVE ZERO TO PND-Count
       MOVE 'N' TO DispositionEOFFlag
       OPEN INPUT DispositionFile
       PERFORM UNTIL DispositionEOF
           READ DispositionFile
               AT END SET DispositionEOF TO TRUE
               NOT AT END
                   IF RD-ReturnToVendor AND RD-Supplier NOT = SPACES
                       PERFORM NoteOnePendingLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DispositionFile.

NoteOnePendingLine.
       MOVE 'N' TO GTH-FoundFlag
       PERFORM VARYING GTH-Index FROM 1 BY 1
           UNTIL GTH-Index > GTH-Count OR GTH-Found
           IF GTH-MemoNum(GTH-Index) = RD-MemoNum
               SET GTH-Found TO TRUE
           END-IF
       END-PERFORM
       IF GTH-Found
           EXIT PARAGRAPH
       END-IF
       IF PND-Count >= 500
           DISPLAY "Pending table full - memo " RD-MemoNum
               " waits for the next run"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PND-Count
       MOVE RD-MemoNum TO PND-MemoNum(PND-Count)
       MOVE RD-Supplier TO PND-Supplier(PND-Count)
       MOVE RD-ProdName TO PND-ProdName(PND-Count)
       MOVE RD-ProdSize TO PND-ProdSize(PND-Count)
       MOVE RD-Qty TO PND-Qty(PND-Count)
       MOVE ZERO TO UnitCost
       PERFORM VARYING CST-Index FROM 1 BY 1 UNTIL CST-Index > CostCount
           IF CST-ProdName(CST-Index) = RD-ProdName
               AND CST-ProdSize(CST-Index) = RD-ProdSize
               IF CST-AvgCost(CST-Index) > ZERO
                   MOVE CST-AvgCost(CST-Index) TO UnitCost
               ELSE
                   MOVE CST-UnitCost(CST-Index) TO UnitCost
               END-IF
           END-IF
       END-PERFORM
       IF UnitCost = ZERO
           MOVE SPACES TO WS-ExceptionMessage
           STRING "No Cost On File For " DELIMITED BY SIZE
               RD-ProdName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RD-ProdSize DELIMITED BY SIZE
               " - Returned At Zero Value" DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
       END-IF
       MOVE UnitCost TO PND-UnitCost(PND-Count)
       COMPUTE PND-Amount(PND-Count) ROUNDED = RD-Qty * UnitCost.

RaiseOneAuthorization.
       MOVE PND-Supplier(PND-Index) TO GroupSupplier
       ADD 1 TO NextRANum
       MOVE ZERO TO RATotal
       PERFORM VARYING PND-Other FROM PND-Index BY 1
           UNTIL PND-Other > PND-Count
           IF PND-Supplier(PND-Other) = GroupSupplier
               ADD PND-Amount(PND-Other) TO RATotal
           END-IF
       END-PERFORM
       MOVE SPACES TO RTVLine
       SET RV-HeaderLine TO TRUE
       MOVE NextRANum TO RV-RANum
       MOVE GroupSupplier TO RV-Supplier
       MOVE RunDate TO RV-RADate
       MOVE RATotal TO RV-Total
       MOVE SO-OperatorID TO RV-Operator
       WRITE RTVLine
       PERFORM PrintShipHeading
       PERFORM VARYING PND-Other FROM PND-Index BY 1
           UNTIL PND-Other > PND-Count
           IF PND-Supplier(PND-Other) = GroupSupplier
               PERFORM WriteAuthorizationItem
           END-IF
       END-PERFORM
       MOVE RATotal TO PrnShipTotal
       WRITE ShipLine FROM ShipRule AFTER ADVANCING 1 LINE
       WRITE ShipLine FROM ShipTotalLine AFTER ADVANCING 1 LINE
       WRITE ShipLine FROM ShipNoteLine AFTER ADVANCING 2 LINES
       WRITE ShipLine FROM ShipSignLine AFTER ADVANCING 3 LINES
       MOVE SPACES TO VendorCreditLine
       MOVE NextRANum TO VC-RANum
       MOVE GroupSupplier TO VC-Supplier
       MOVE RunDate TO VC-RADate
       MOVE RATotal TO VC-Expected
       SET VC-OpenCredit TO TRUE
       MOVE ZERO TO VC-CreditDate VC-CreditAmount
       MOVE SO-OperatorID TO VC-Operator
       WRITE VendorCreditLine
       ADD 1 TO AuthorizationsRaised
       MOVE RATotal TO EditAmount
       DISPLAY "Authorization " NextRANum " to " GroupSupplier
           " for " EditAmount.

WriteAuthorizationItem.
       MOVE SPACES TO RTVLine
       SET RV-ItemLine TO TRUE
       MOVE NextRANum TO RV-RANum
       MOVE PND-MemoNum(PND-Other) TO RV-MemoNum
       MOVE PND-ProdName(PND-Other) TO RV-ProdName
       MOVE PND-ProdSize(PND-Other) TO RV-ProdSize
       MOVE PND-Qty(PND-Other) TO RV-Qty
       MOVE PND-UnitCost(PND-Other) TO RV-UnitCost
       MOVE PND-Amount(PND-Other) TO RV-Amount
       WRITE RTVLine
       MOVE PND-MemoNum(PND-Other) TO PrnShipMemo
       MOVE PND-ProdName(PND-Other) TO PrnShipProd
       MOVE PND-ProdSize(PND-Other) TO PrnShipSize
       MOVE PND-Qty(PND-Other) TO PrnShipQty
       MOVE PND-UnitCost(PND-Other) TO PrnShipCost
       MOVE PND-Amount(PND-Other) TO PrnShipValue
       WRITE ShipLine FROM ShipItemLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO PND-Supplier(PND-Other)
       ADD 1 TO LinesGathered.

PrintShipHeading.
       MOVE NextRANum TO PrnShipRANum
       SET DS-FormatDate TO TRUE
       MOVE RunDate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnShipDate
       MOVE GroupSupplier TO PrnShipSupCode
       PERFORM FindSupplier
       IF SUP-Slot > ZERO
           MOVE SUP-Name(SUP-Slot) TO PrnShipSupName
           MOVE SUP-Phone(SUP-Slot) TO PrnShipSupPhone
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnShipSupName
           MOVE SPACES TO PrnShipSupPhone
       END-IF
       WRITE ShipLine FROM ShipHeading AFTER ADVANCING PAGE
       WRITE ShipLine FROM ShipRALine AFTER ADVANCING 2 LINES
       WRITE ShipLine FROM ShipToLine AFTER ADVANCING 1 LINE
       WRITE ShipLine FROM ShipColumns AFTER ADVANCING 2 LINES
       WRITE ShipLine FROM ShipRule AFTER ADVANCING 1 LINE.

LoadCreditTable.
       MOVE ZERO TO VCT-Count
       MOVE 'N' TO CreditEOFFlag
       OPEN INPUT VendorCreditFile
       PERFORM UNTIL CreditEOF
           READ VendorCreditFile
               AT END SET CreditEOF TO TRUE
               NOT AT END
                   IF VC-RANum IS NUMERIC
                       PERFORM NoteOneCreditLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE VendorCreditFile.

NoteOneCreditLine.
       MOVE ZERO TO VCT-Slot
       PERFORM VARYING VCT-Index FROM 1 BY 1
           UNTIL VCT-Index > VCT-Count OR VCT-Slot > ZERO
           IF VCT-RANum(VCT-Index) = VC-RANum
               MOVE VCT-Index TO VCT-Slot
           END-IF
       END-PERFORM
       IF VCT-Slot = ZERO
           IF VCT-Count < 1000
               ADD 1 TO VCT-Count
               MOVE VCT-Count TO VCT-Slot
               MOVE VC-RANum TO VCT-RANum(VCT-Slot)
           ELSE
               DISPLAY "Vendor credit table full - ignoring " VC-RANum
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE VendorCreditLine TO VCT-Line(VCT-Slot).

      *> Closes an open credit when the supplier's credit memo comes
      *> in - for whatever it actually credits - or when the supplier
      *> refuses the return and nothing will come.
RecordVendorCredit.
       PERFORM CheckMaintAllowed
       IF SO-InquiryOnly
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCreditTable
       DISPLAY " "
       DISPLAY "Return Authorization Number : " WITH NO ADVANCING
       ACCEPT AskRANum
       MOVE ZERO TO VCT-Slot
       PERFORM VARYING VCT-Index FROM 1 BY 1
           UNTIL VCT-Index > VCT-Count OR VCT-Slot > ZERO
           IF VCT-RANum(VCT-Index) = AskRANum
               MOVE VCT-Index TO VCT-Slot
           END-IF
       END-PERFORM
       IF VCT-Slot = ZERO
           MOVE "Return Authorization Doesn't Exist" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE VCT-Line(VCT-Slot) TO VendorCreditLine
       IF NOT VC-OpenCredit
           MOVE "Vendor Credit Already Closed" TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE VC-Supplier TO GroupSupplier
       PERFORM FindSupplier
       MOVE VC-Expected TO EditAmount
       IF SUP-Slot > ZERO
           DISPLAY "Supplier : " VC-Supplier " " SUP-Name(SUP-Slot)
       ELSE
           DISPLAY "Supplier : " VC-Supplier
       END-IF
       DISPLAY "Credit expected : " EditAmount
       DISPLAY "Credit received (C) or return refused (X) : "
           WITH NO ADVANCING
       ACCEPT AskOutcome
       MOVE FUNCTION UPPER-CASE(AskOutcome) TO AskOutcome
       MOVE SPACES TO AskCreditRef
       MOVE ZERO TO AskCreditAmount
       EVALUATE TRUE
           WHEN OutcomeCredited
               DISPLAY "Supplier credit memo number : " WITH NO ADVANCING
               ACCEPT AskCreditRef
               DISPLAY "Amount credited : " WITH NO ADVANCING
               ACCEPT AskCreditAmount
               IF AskCreditAmount = ZERO
                   MOVE "Credit Rejected - Amount Must Be More Than Zero"
                       TO WS-ExceptionMessage
                   PERFORM LogException
                   EXIT PARAGRAPH
               END-IF
           WHEN OutcomeRefused
               DISPLAY "Supplier reference : " WITH NO ADVANCING
               ACCEPT AskCreditRef
           WHEN OTHER
               DISPLAY "Vendor credit left open"
               EXIT PARAGRAPH
       END-EVALUATE
       DISPLAY "Close authorization " AskRANum " (Y/N)? "
           WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Vendor credit left open"
           EXIT PARAGRAPH
       END-IF
       MOVE AskOutcome TO VC-Status
       MOVE RunDate TO VC-CreditDate
       MOVE AskCreditAmount TO VC-CreditAmount
       MOVE AskCreditRef TO VC-CreditRef
       MOVE SO-OperatorID TO VC-Operator
       OPEN EXTEND VendorCreditFile
       WRITE VendorCreditLine
       CLOSE VendorCreditFile
       ADD 1 TO CreditsClosed
       IF AskCreditAmount NOT = VC-Expected
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Vendor Credit On RA " DELIMITED BY SIZE
               AskRANum DELIMITED BY SIZE
               " Differs From Value Returned" DELIMITED BY SIZE
               INTO WS-ExceptionMessage
           PERFORM LogException
       END-IF
       DISPLAY "Vendor credit closed".

      *> Open credits only, aged by days since the authorization was
      *> raised - how long the supplier has had the goods without
      *> paying us back.
PrintCreditAging.
       PERFORM LoadCreditTable
       MOVE ZERO TO CreditsListed Total0To30 Total31To60 Total61To90
           TotalOver90
       OPEN OUTPUT CreditAgingReport
       MOVE RunDate TO PrnAgingDate
       WRITE PrintLine FROM AgingHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM AgingColumns AFTER ADVANCING 2 LINES
       PERFORM VARYING VCT-Index FROM 1 BY 1 UNTIL VCT-Index > VCT-Count
           MOVE VCT-Line(VCT-Index) TO VendorCreditLine
           IF VC-OpenCredit
               PERFORM AgeOneCredit
           END-IF
       END-PERFORM
       MOVE Total0To30 TO PrnTot0To30
       MOVE Total31To60 TO PrnTot31To60
       MOVE Total61To90 TO PrnTot61To90
       MOVE TotalOver90 TO PrnTotOver90
       WRITE PrintLine FROM AgingFooting AFTER ADVANCING 2 LINES
       CLOSE CreditAgingReport
       DISPLAY "Vendor credit aging written to rtvaging.rpt - open credits: "
           CreditsListed.

AgeOneCredit.
       SET DS-DayDifference TO TRUE
       MOVE VC-RADate TO DS-Date1
       MOVE RunDate TO DS-Date2
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Days TO DaysOutstanding
       IF NOT DS-DateValid OR DaysOutstanding < ZERO
           MOVE ZERO TO DaysOutstanding
       END-IF
       MOVE SPACES TO AgingDetailLine
       MOVE VC-RANum TO PrnAgeRANum
       MOVE VC-Supplier TO PrnAgeSupCode GroupSupplier
       PERFORM FindSupplier
       IF SUP-Slot > ZERO
           MOVE SUP-Name(SUP-Slot) TO PrnAgeSupName
       ELSE
           MOVE "(NOT ON MASTER)" TO PrnAgeSupName
       END-IF
       SET DS-FormatDate TO TRUE
       MOVE VC-RADate TO DS-Date1
       CALL "DATESRV" USING DS-Parameters
       MOVE DS-Formatted TO PrnAgeDate
       MOVE DaysOutstanding TO PrnAgeDays
       MOVE ZERO TO PrnAge0To30 PrnAge31To60 PrnAge61To90 PrnAgeOver90
       EVALUATE TRUE
           WHEN DaysOutstanding <= 30
               MOVE VC-Expected TO PrnAge0To30
               ADD VC-Expected TO Total0To30
           WHEN DaysOutstanding <= 60
               MOVE VC-Expected TO PrnAge31To60
               ADD VC-Expected TO Total31To60
           WHEN DaysOutstanding <= 90
               MOVE VC-Expected TO PrnAge61To90
               ADD VC-Expected TO Total61To90
           WHEN OTHER
               MOVE VC-Expected TO PrnAgeOver90
               ADD VC-Expected TO TotalOver90
       END-EVALUATE
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE
       ADD 1 TO CreditsListed.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE SPACES TO ExceptionLogRecord
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "RTVPROC" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "RTVPROC" TO BAL-Program
       MOVE "RTVPROC" TO BAL-Step
       MOVE LinesGathered TO BAL-RecordsIn
       MOVE AuthorizationsRaised TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
