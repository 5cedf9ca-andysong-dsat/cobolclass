       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADHOCX.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CR-IDNum
           ALTERNATE RECORD KEY IS CR-LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-OrderNum
           ALTERNATE RECORD KEY IS ORD-IDNum WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "ordline.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OL-Key
           FILE STATUS IS OrderLineFileStatus.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL PaymentFile ASSIGN TO "payment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAY-ReceiptNum
           ALTERNATE RECORD KEY IS PAY-CustDate WITH DUPLICATES
           FILE STATUS IS PaymentFileStatus.
       SELECT ProductFile ASSIGN TO "product.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PMProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OPTIONAL RequestFile ASSIGN TO "xtrreq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExtractControl ASSIGN TO "xtrctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractControlStatus.
       SELECT ExtractOutput ASSIGN TO ExtractFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExtractWork ASSIGN TO "xtrwork.tmp".
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
    COPY "CUSTREC.cpy".

FD OrderFile.
01 OrderData.
    COPY "ORDREC.cpy".

FD OrderLineFile.
01 OrderLineData.
    COPY "ORDLREC.cpy".

FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD PaymentFile.
01 PaymentRecord.
    COPY "PAYREC.cpy".

FD ProductFile.
01 ProductData.
    COPY "PRODREC.cpy".

FD RequestFile.
01 RequestLine.
    COPY "XTRREQ.cpy".

      *> A first line of AUTO turns the run into the unattended pass
      *> for the nightly chain; every line after it names a saved
      *> request to run, with no prompts.
FD ExtractControl.
01 ExtractControlLine PIC X(20).

FD ExtractOutput.
01 ExtractLine PIC X(500).

      *> One selected record: the sort key built from the request's
      *> sort fields, the order it was read in (so records that tie
      *> stay in file order) and the finished output line.
SD ExtractWork.
01 ExtractWorkRecord.
       02 EW-Key PIC X(90).
       02 EW-Seq PIC 9(7).
       02 EW-Line PIC X(500).

FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 CustomerFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 ProductFileStatus PIC XX.
01 ExtractControlStatus PIC XX.
01 ExtractFileName PIC X(30).
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 RunModeFlag PIC X VALUE 'N'.
       88 AutoMode VALUE 'Y'.
01 ControlEOFFlag PIC X.
       88 ControlEOF VALUE 'Y'.
01 RequestEOFFlag PIC X.
       88 RequestEOF VALUE 'Y'.
01 SourceEOFFlag PIC X.
       88 SourceEOF VALUE 'Y'.
01 WorkEOFFlag PIC X.
       88 WorkEOF VALUE 'Y'.
01 SourceOpenFlag PIC X.
       88 SourceOpen VALUE 'Y'.
01 InvoiceOpenFlag PIC X.
       88 InvoiceOpen VALUE 'Y'.
01 NeedOpenBalFlag PIC X.
       88 NeedOpenBal VALUE 'Y'.
01 OpenBalEOF PIC X.
01 AskMode PIC X.
01 AskFileCode PIC X.
01 AskFieldName PIC X(20).
01 AskOperator PIC XX.
01 AskValue PIC X(30).
01 AskSortDir PIC X.
01 AskFormat PIC X.
01 AskReqName PIC X(10).
01 RecordsRead PIC 9(7) VALUE ZERO.
01 RecordsWritten PIC 9(7) VALUE ZERO.
01 RunRead PIC 9(7).
01 RunSelected PIC 9(7).
01 ExtractsRun PIC 9(5) VALUE ZERO.

COPY "XTRDICT.cpy".
01 XD-Index PIC 999.
01 DictSlot PIC 999.
01 LookupName PIC X(20).

      *> The request in force - built at the terminal or loaded from
      *> xtrreq.txt. Every condition must hold for a record to be
      *> selected; the sort fields make one key, all one direction.
01 RequestFoundFlag PIC X.
       88 RequestFound VALUE 'Y'.
01 RequestValidFlag PIC X.
       88 RequestValid VALUE 'Y'.
01 ExtractRequest.
       02 RQ-Name PIC X(10).
       02 RQ-FileCode PIC X.
           88 RQ-CustomerFile  VALUE 'C'.
           88 RQ-OrderFile     VALUE 'O'.
           88 RQ-OrderLineFile VALUE 'L'.
           88 RQ-InvoiceFile   VALUE 'I'.
           88 RQ-PaymentFile   VALUE 'P'.
           88 RQ-ProductFile   VALUE 'M'.
           88 RQ-KnownFile     VALUE 'C' 'O' 'L' 'I' 'P' 'M'.
       02 RQ-Format PIC X.
           88 RQ-CsvFormat   VALUE 'C'.
           88 RQ-PrintFormat VALUE 'P'.
       02 RQ-SortDir PIC X.
           88 RQ-Descending VALUE 'D'.
       02 RQ-Title PIC X(40).
       02 RQ-FieldCount PIC 99.
       02 RQ-Field OCCURS 15 TIMES.
           03 RQ-FieldName PIC X(20).
           03 RQ-FieldSlot PIC 999.
           03 RQ-ColStart PIC 999.
           03 RQ-ColWidth PIC 99.
       02 RQ-SortCount PIC 9.
       02 RQ-Sort OCCURS 3 TIMES.
           03 RQ-SortName PIC X(20).
           03 RQ-SortSlot PIC 999.
       02 RQ-WhereCount PIC 99.
       02 RQ-Where OCCURS 10 TIMES.
           03 RQ-WhereName PIC X(20).
           03 RQ-WhereSlot PIC 999.
           03 RQ-Operator PIC XX.
           03 RQ-Value PIC X(30).
           03 RQ-ValueLen PIC 99.
           03 RQ-ValueNum PIC S9(11)V9(4).
01 FL-Index PIC 99.
01 SK-Index PIC 9.
01 WH-Index PIC 99.
01 PrintFieldCount PIC 99.

      *> The record just read, whatever file it came from, with the
      *> worked-out amount the dictionary places at position 301.
01 ExtractRecord.
       02 XtrImage PIC X(300).
       02 XtrDerived PIC X(12).
01 DerivedAmount PIC S9(9)V99.
01 SignedText PIC X(12).
01 SignedValue REDEFINES SignedText PIC S9(9)V99 SIGN LEADING SEPARATE.

01 SelectedFlag PIC X.
       88 RecordSelected VALUE 'Y'.
01 CompareOutcome PIC X.
       88 CompareLess    VALUE 'L'.
       88 CompareEqual   VALUE 'E'.
       88 CompareGreater VALUE 'G'.
01 FieldAlpha PIC X(30).
01 FieldInt PIC 9(11).
01 FieldNum PIC S9(11)V9(4).
01 ContainsTally PIC 99.
01 SortShifted PIC 9(10)V99.
01 SortShiftedText REDEFINES SortShifted PIC X(12).
01 ReleaseSeq PIC 9(7).
01 KeyPtr PIC 999.
01 LinePtr PIC 999.

01 FieldWidth PIC 99.
01 NameLen PIC 99.
01 ValueText PIC X(40).
01 TrimStart PIC 99.
01 TrimEnd PIC 99.
01 TrimLen PIC 99.
01 EditInt PIC Z(10)9.
01 EditDec PIC Z(8)9.99.
01 EditSigned PIC -(9)9.99.

01 ParseText PIC X(30).
01 ParseInt PIC X(30).
01 ParseFrac PIC X(30).
01 ParseIntLen PIC 99.
01 ParseFracLen PIC 99.
01 ParseIntNum PIC 9(11).
01 ParseFracText PIC X(4).
01 ParseFracNum PIC 9(4).
01 ParseNegFlag PIC X.
01 ParseOKFlag PIC X.
       88 ParseOK VALUE 'Y'.

01 ScheduledTable.
       02 ScheduledName PIC X(10) OCCURS 50 TIMES.
01 ScheduledCount PIC 99 VALUE ZERO.
01 SC-Index PIC 99.

01 SavedTable.
       02 SavedEntry OCCURS 100 TIMES.
           03 SV-Name PIC X(10).
           03 SV-FileCode PIC X.
           03 SV-Title PIC X(40).
01 SavedCount PIC 999.
01 SV-Index PIC 999.
01 SV-Slot PIC 999.

01 ListingHeading.
       02 PrnTitle PIC X(40).
       02 FILLER PIC X(12) VALUE "  Run date: ".
       02 PrnRunDate PIC 9999/99/99.
01 ListingFooting.
       02 FILLER PIC X(18) VALUE "Records selected: ".
       02 PrnSelected PIC Z(6)9.
       02 FILLER PIC X(10) VALUE " out of   ".
       02 PrnRead PIC Z(6)9.
       02 FILLER PIC X(5) VALUE " read".
01 HeadingLine PIC X(200).
01 RuleLine PIC X(200).

COPY "REGION.cpy".

      *> Ad-hoc extracts without a new program each time: pick one of
      *> the six files the dictionary describes, the fields wanted,
      *> the conditions a record must meet and the sort order, and
      *> get a CSV for a spreadsheet or a printed listing. A request
      *> worth keeping is saved under a name in xtrreq.txt to be
      *> rerun at the terminal or scheduled in the nightly chain.
PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM ReadExtractControl
       IF AutoMode
           PERFORM RunScheduledRequests
       ELSE
           PERFORM InteractiveSession
       END-IF
       DISPLAY "Ad-hoc extracts run: " ExtractsRun
           "  records read: " RecordsRead "  written: " RecordsWritten
       PERFORM WriteBalanceLine
       STOP RUN.

ReadExtractControl.
       MOVE ZERO TO ScheduledCount
       MOVE 'N' TO ControlEOFFlag
       OPEN INPUT ExtractControl
       IF ExtractControlStatus = "00"
           READ ExtractControl
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF ExtractControlLine(1:4) = "AUTO"
                       SET AutoMode TO TRUE
                   END-IF
           END-READ
           PERFORM UNTIL ControlEOF OR NOT AutoMode
               READ ExtractControl
                   AT END SET ControlEOF TO TRUE
                   NOT AT END
                       IF ExtractControlLine NOT = SPACES
                           AND ScheduledCount < 50
                           ADD 1 TO ScheduledCount
                           MOVE FUNCTION UPPER-CASE(ExtractControlLine)
                               TO ScheduledName(ScheduledCount)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ExtractControl.

      *> A saved request that is missing, or names a field the
      *> dictionary no longer has, is skipped with return code 4 so
      *> the chain carries on and the operator sees it in the morning.
RunScheduledRequests.
       PERFORM VARYING SC-Index FROM 1 BY 1 UNTIL SC-Index > ScheduledCount
           MOVE ScheduledName(SC-Index) TO AskReqName
           PERFORM LoadSavedRequest
           IF RequestFound AND RequestValid
               PERFORM RunExtract
           ELSE
               DISPLAY "Saved extract " AskReqName
                   " not found or no longer valid - skipped"
               MOVE 4 TO RETURN-CODE
           END-IF
       END-PERFORM.

InteractiveSession.
       DISPLAY "AD-HOC EXTRACT"
       CALL "REGIONSRV" USING RG-Parameters
       DISPLAY "REGION: " RG-Region
       MOVE SPACE TO AskMode
       PERFORM UNTIL AskMode = 'X'
           DISPLAY " "
           DISPLAY "B = build an extract, R = rerun a saved one,"
               " L = list saved ones, X = finish : " WITH NO ADVANCING
           ACCEPT AskMode
           MOVE FUNCTION UPPER-CASE(AskMode) TO AskMode
           EVALUATE AskMode
               WHEN 'B'
                   PERFORM BuildRequest
                   IF RequestValid
                       PERFORM RunExtract
                   END-IF
               WHEN 'R'
                   DISPLAY "Saved extract name : " WITH NO ADVANCING
                   ACCEPT AskReqName
                   MOVE FUNCTION UPPER-CASE(AskReqName) TO AskReqName
                   PERFORM LoadSavedRequest
                   IF NOT RequestFound
                       DISPLAY "No saved extract called " AskReqName
                   ELSE
                   IF RequestValid
                       PERFORM RunExtract
                   END-IF
                   END-IF
               WHEN 'L'
                   PERFORM ListSavedRequests
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choose B, R, L or X"
           END-EVALUATE
       END-PERFORM.

      *> Field names are checked against the dictionary as they are
      *> keyed, so a request that reaches the run can always be read.
BuildRequest.
       INITIALIZE ExtractRequest
       MOVE 'N' TO RequestValidFlag
       DISPLAY "File - C customer, O order, L order line, I invoice,"
       DISPLAY "       P payment, M product : " WITH NO ADVANCING
       ACCEPT AskFileCode
       MOVE FUNCTION UPPER-CASE(AskFileCode) TO RQ-FileCode
       IF NOT RQ-KnownFile
           DISPLAY "Not a file the extract can read"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowFileFields
       DISPLAY "Fields to extract, one per line, blank to finish"
       MOVE "X" TO AskFieldName
       PERFORM UNTIL AskFieldName = SPACES OR RQ-FieldCount = 15
           DISPLAY "Field : " WITH NO ADVANCING
           ACCEPT AskFieldName
           IF AskFieldName NOT = SPACES
               PERFORM FindAskedField
               IF DictSlot > ZERO
                   ADD 1 TO RQ-FieldCount
                   MOVE LookupName TO RQ-FieldName(RQ-FieldCount)
               END-IF
           END-IF
       END-PERFORM
       IF RQ-FieldCount = ZERO
           DISPLAY "No fields chosen - nothing to extract"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Selection - a field, then EQ NE GT GE LT LE or CT"
       DISPLAY "(contains), then the value; every condition must"
       DISPLAY "hold. Blank field to finish."
       MOVE "X" TO AskFieldName
       PERFORM UNTIL AskFieldName = SPACES OR RQ-WhereCount = 10
           DISPLAY "Condition field : " WITH NO ADVANCING
           ACCEPT AskFieldName
           IF AskFieldName NOT = SPACES
               PERFORM FindAskedField
               IF DictSlot > ZERO
                   PERFORM AskOneCondition
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "Sort fields, up to 3, blank to finish"
       MOVE "X" TO AskFieldName
       PERFORM UNTIL AskFieldName = SPACES OR RQ-SortCount = 3
           DISPLAY "Sort field : " WITH NO ADVANCING
           ACCEPT AskFieldName
           IF AskFieldName NOT = SPACES
               PERFORM FindAskedField
               IF DictSlot > ZERO
                   ADD 1 TO RQ-SortCount
                   MOVE LookupName TO RQ-SortName(RQ-SortCount)
               END-IF
           END-IF
       END-PERFORM
       MOVE 'A' TO RQ-SortDir
       IF RQ-SortCount > ZERO
           DISPLAY "A = ascending, D = descending : " WITH NO ADVANCING
           ACCEPT AskSortDir
           IF AskSortDir = 'D' OR AskSortDir = 'd'
               MOVE 'D' TO RQ-SortDir
           END-IF
       END-IF
       DISPLAY "C = CSV file, P = printed listing : " WITH NO ADVANCING
       ACCEPT AskFormat
       IF AskFormat = 'P' OR AskFormat = 'p'
           MOVE 'P' TO RQ-Format
       ELSE
           MOVE 'C' TO RQ-Format
       END-IF
       DISPLAY "Title : " WITH NO ADVANCING
       ACCEPT RQ-Title
       DISPLAY "Save as (up to 10 characters, blank not to save) : "
           WITH NO ADVANCING
       ACCEPT AskReqName
       MOVE FUNCTION UPPER-CASE(AskReqName) TO RQ-Name
       PERFORM ResolveRequest
       IF RequestValid AND RQ-Name NOT = SPACES
           PERFORM WriteSavedRequest
           DISPLAY "Saved as " RQ-Name
       END-IF.

AskOneCondition.
       DISPLAY "Operator (EQ NE GT GE LT LE CT) : " WITH NO ADVANCING
       ACCEPT AskOperator
       MOVE FUNCTION UPPER-CASE(AskOperator) TO AskOperator
       IF AskOperator NOT = "EQ" AND NOT = "NE" AND NOT = "GT"
           AND NOT = "GE" AND NOT = "LT" AND NOT = "LE" AND NOT = "CT"
           DISPLAY "Not an operator - condition dropped"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Value (blank for spaces) : " WITH NO ADVANCING
       ACCEPT AskValue
       IF AskOperator NOT = "CT" AND NOT XD-Text(DictSlot)
           MOVE AskValue TO ParseText
           PERFORM ParseNumericValue
           IF NOT ParseOK
               DISPLAY "Give a number, e.g. 500 or 500.00 -"
                   " condition dropped"
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF AskOperator = "CT" AND AskValue = SPACES
           DISPLAY "Nothing to look for - condition dropped"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RQ-WhereCount
       MOVE LookupName TO RQ-WhereName(RQ-WhereCount)
       MOVE AskOperator TO RQ-Operator(RQ-WhereCount)
       MOVE AskValue TO RQ-Value(RQ-WhereCount).

FindAskedField.
       MOVE FUNCTION UPPER-CASE(AskFieldName) TO LookupName
       PERFORM FindDictField
       IF DictSlot = ZERO
           DISPLAY LookupName " is not a field of this file"
       END-IF.

FindDictField.
       MOVE ZERO TO DictSlot
       PERFORM VARYING XD-Index FROM 1 BY 1
           UNTIL XD-Index > XD-Count OR DictSlot > ZERO
           IF XD-File(XD-Index) = RQ-FileCode
               AND XD-Name(XD-Index) = LookupName
               MOVE XD-Index TO DictSlot
           END-IF
       END-PERFORM.

ShowFileFields.
       DISPLAY "Fields on file (X text, N number, S signed amount):"
       PERFORM VARYING XD-Index FROM 1 BY 1 UNTIL XD-Index > XD-Count
           IF XD-File(XD-Index) = RQ-FileCode
               DISPLAY "  " XD-Name(XD-Index) " " XD-Type(XD-Index)
                   " " XD-Length(XD-Index)
           END-IF
       END-PERFORM.

      *> Ties every name in the request to its dictionary entry and
      *> readies the condition values - a saved request whose field
      *> has since left the dictionary refuses rather than guess.
ResolveRequest.
       SET RequestValid TO TRUE
       MOVE 'N' TO NeedOpenBalFlag
       PERFORM VARYING FL-Index FROM 1 BY 1 UNTIL FL-Index > RQ-FieldCount
           MOVE RQ-FieldName(FL-Index) TO LookupName
           PERFORM FindDictField
           PERFORM NoteResolvedSlot
           MOVE DictSlot TO RQ-FieldSlot(FL-Index)
       END-PERFORM
       PERFORM VARYING SK-Index FROM 1 BY 1 UNTIL SK-Index > RQ-SortCount
           MOVE RQ-SortName(SK-Index) TO LookupName
           PERFORM FindDictField
           PERFORM NoteResolvedSlot
           MOVE DictSlot TO RQ-SortSlot(SK-Index)
       END-PERFORM
       PERFORM VARYING WH-Index FROM 1 BY 1 UNTIL WH-Index > RQ-WhereCount
           MOVE RQ-WhereName(WH-Index) TO LookupName
           PERFORM FindDictField
           PERFORM NoteResolvedSlot
           MOVE DictSlot TO RQ-WhereSlot(WH-Index)
           IF DictSlot > ZERO
               PERFORM ReadyConditionValue
           END-IF
       END-PERFORM
       IF RQ-FieldCount = ZERO OR NOT RQ-KnownFile
           MOVE 'N' TO RequestValidFlag
       END-IF.

NoteResolvedSlot.
       IF DictSlot = ZERO
           DISPLAY "Field " LookupName " is no longer in the dictionary"
           MOVE 'N' TO RequestValidFlag
       ELSE
           IF XD-Signed(DictSlot) AND RQ-CustomerFile
               SET NeedOpenBal TO TRUE
           END-IF
       END-IF.

ReadyConditionValue.
       MOVE ZERO TO RQ-ValueLen(WH-Index)
       PERFORM VARYING TrimEnd FROM 30 BY -1
           UNTIL TrimEnd = ZERO OR RQ-ValueLen(WH-Index) > ZERO
           IF RQ-Value(WH-Index)(TrimEnd:1) NOT = SPACE
               MOVE TrimEnd TO RQ-ValueLen(WH-Index)
           END-IF
       END-PERFORM
       MOVE ZERO TO RQ-ValueNum(WH-Index)
       IF RQ-Operator(WH-Index) NOT = "CT" AND NOT XD-Text(DictSlot)
           MOVE RQ-Value(WH-Index) TO ParseText
           PERFORM ParseNumericValue
           IF ParseOK
               MOVE FieldNum TO RQ-ValueNum(WH-Index)
           ELSE
               DISPLAY "Condition on " LookupName " has no usable number"
               MOVE 'N' TO RequestValidFlag
           END-IF
       END-IF.

      *> A condition value for a number: digits, an optional leading
      *> minus and an optional decimal point - 500, 500.00, -12.5.
      *> The result is left in FieldNum.
ParseNumericValue.
       MOVE 'N' TO ParseOKFlag
       MOVE 'N' TO ParseNegFlag
       MOVE ZERO TO FieldNum
       IF ParseText(1:1) = "-"
           MOVE 'Y' TO ParseNegFlag
           MOVE ParseText(2:29) TO ParseText
       END-IF
       MOVE SPACES TO ParseInt ParseFrac
       MOVE ZERO TO ParseIntLen ParseFracLen
       UNSTRING ParseText DELIMITED BY "." OR ALL SPACE
           INTO ParseInt COUNT IN ParseIntLen
                ParseFrac COUNT IN ParseFracLen
       END-UNSTRING
       IF ParseIntLen = ZERO OR ParseIntLen > 11 OR ParseFracLen > 4
           EXIT PARAGRAPH
       END-IF
       IF ParseInt(1:ParseIntLen) IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF ParseFracLen > ZERO
           IF ParseFrac(1:ParseFracLen) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE ParseInt(1:ParseIntLen) TO ParseIntNum
       MOVE ParseFrac TO ParseFracText
       INSPECT ParseFracText REPLACING ALL SPACE BY ZERO
       MOVE ParseFracText TO ParseFracNum
       COMPUTE FieldNum = ParseIntNum + ParseFracNum / 10000
       IF ParseNegFlag = 'Y'
           COMPUTE FieldNum = ZERO - FieldNum
       END-IF
       SET ParseOK TO TRUE.

LoadSavedRequest.
       INITIALIZE ExtractRequest
       MOVE 'N' TO RequestFoundFlag
       MOVE 'N' TO RequestValidFlag
       MOVE 'N' TO RequestEOFFlag
       OPEN INPUT RequestFile
       PERFORM UNTIL RequestEOF
           READ RequestFile
               AT END SET RequestEOF TO TRUE
               NOT AT END
                   IF XR-ReqName = AskReqName
                       PERFORM TakeSavedLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RequestFile
       IF RequestFound
           PERFORM ResolveRequest
       END-IF.

TakeSavedLine.
       EVALUATE TRUE
           WHEN XR-HeaderLine
               INITIALIZE ExtractRequest
               SET RequestFound TO TRUE
               MOVE XR-ReqName TO RQ-Name
               MOVE XR-FileCode TO RQ-FileCode
               MOVE XR-Format TO RQ-Format
               MOVE XR-SortDir TO RQ-SortDir
               MOVE XR-Title TO RQ-Title
           WHEN XR-FieldLine AND RQ-FieldCount < 15
               ADD 1 TO RQ-FieldCount
               MOVE XR-FieldName TO RQ-FieldName(RQ-FieldCount)
           WHEN XR-SortLine AND RQ-SortCount < 3
               ADD 1 TO RQ-SortCount
               MOVE XR-FieldName TO RQ-SortName(RQ-SortCount)
           WHEN XR-WhereLine AND RQ-WhereCount < 10
               ADD 1 TO RQ-WhereCount
               MOVE XR-FieldName TO RQ-WhereName(RQ-WhereCount)
               MOVE XR-Operator TO RQ-Operator(RQ-WhereCount)
               MOVE XR-Value TO RQ-Value(RQ-WhereCount)
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

WriteSavedRequest.
       OPEN EXTEND RequestFile
       MOVE SPACES TO RequestLine
       SET XR-HeaderLine TO TRUE
       MOVE RQ-Name TO XR-ReqName
       MOVE RQ-FileCode TO XR-FileCode
       MOVE RQ-Format TO XR-Format
       MOVE RQ-SortDir TO XR-SortDir
       MOVE RQ-Title TO XR-Title
       WRITE RequestLine
       PERFORM VARYING FL-Index FROM 1 BY 1 UNTIL FL-Index > RQ-FieldCount
           MOVE SPACES TO RequestLine
           SET XR-FieldLine TO TRUE
           MOVE RQ-Name TO XR-ReqName
           MOVE RQ-FieldName(FL-Index) TO XR-FieldName
           WRITE RequestLine
       END-PERFORM
       PERFORM VARYING SK-Index FROM 1 BY 1 UNTIL SK-Index > RQ-SortCount
           MOVE SPACES TO RequestLine
           SET XR-SortLine TO TRUE
           MOVE RQ-Name TO XR-ReqName
           MOVE RQ-SortName(SK-Index) TO XR-FieldName
           WRITE RequestLine
       END-PERFORM
       PERFORM VARYING WH-Index FROM 1 BY 1 UNTIL WH-Index > RQ-WhereCount
           MOVE SPACES TO RequestLine
           SET XR-WhereLine TO TRUE
           MOVE RQ-Name TO XR-ReqName
           MOVE RQ-WhereName(WH-Index) TO XR-FieldName
           MOVE RQ-Operator(WH-Index) TO XR-Operator
           MOVE RQ-Value(WH-Index) TO XR-Value
           WRITE RequestLine
       END-PERFORM
       CLOSE RequestFile.

ListSavedRequests.
       MOVE ZERO TO SavedCount
       MOVE 'N' TO RequestEOFFlag
       OPEN INPUT RequestFile
       PERFORM UNTIL RequestEOF
           READ RequestFile
               AT END SET RequestEOF TO TRUE
               NOT AT END
                   IF XR-HeaderLine
                       PERFORM NoteSavedName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RequestFile
       IF SavedCount = ZERO
           DISPLAY "No extracts saved yet"
       END-IF
       PERFORM VARYING SV-Index FROM 1 BY 1 UNTIL SV-Index > SavedCount
           DISPLAY SV-Name(SV-Index) " " SV-FileCode(SV-Index) " "
               SV-Title(SV-Index)
       END-PERFORM.

NoteSavedName.
       MOVE ZERO TO SV-Slot
       PERFORM VARYING SV-Index FROM 1 BY 1
           UNTIL SV-Index > SavedCount OR SV-Slot > ZERO
           IF SV-Name(SV-Index) = XR-ReqName
               MOVE SV-Index TO SV-Slot
           END-IF
       END-PERFORM
       IF SV-Slot = ZERO AND SavedCount < 100
           ADD 1 TO SavedCount
           MOVE SavedCount TO SV-Slot
       END-IF
       IF SV-Slot > ZERO
           MOVE XR-ReqName TO SV-Name(SV-Slot)
           MOVE XR-FileCode TO SV-FileCode(SV-Slot)
           MOVE XR-Title TO SV-Title(SV-Slot)
       END-IF.

      *> A saved request writes to its own name - CUSTB02 gives
      *> CUSTB02.csv or CUSTB02.rpt - so the nightly chain leaves one
      *> file per request; an unsaved one writes adhocx.csv or .rpt.
RunExtract.
       MOVE SPACES TO ExtractFileName
       IF RQ-Name = SPACES
           MOVE "adhocx" TO ExtractFileName
       ELSE
           MOVE RQ-Name TO ExtractFileName
       END-IF
       IF RQ-PrintFormat
           STRING ExtractFileName DELIMITED BY SPACE
                  ".rpt" DELIMITED BY SIZE
                  INTO ExtractFileName
           END-STRING
       ELSE
           STRING ExtractFileName DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO ExtractFileName
           END-STRING
       END-IF
       PERFORM OpenSourceFile
       IF NOT SourceOpen
           MOVE 4 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO RunRead RunSelected ReleaseSeq
       PERFORM LayOutColumns
       OPEN OUTPUT ExtractOutput
       PERFORM WriteExtractHeading
       IF RQ-Descending
           SORT ExtractWork ON DESCENDING KEY EW-Key
               ON ASCENDING KEY EW-Seq
               INPUT PROCEDURE IS SelectRecords
               OUTPUT PROCEDURE IS WriteExtractLines
       ELSE
           SORT ExtractWork ON ASCENDING KEY EW-Key EW-Seq
               INPUT PROCEDURE IS SelectRecords
               OUTPUT PROCEDURE IS WriteExtractLines
       END-IF
       IF RQ-PrintFormat
           MOVE RunSelected TO PrnSelected
           MOVE RunRead TO PrnRead
           WRITE ExtractLine FROM ListingFooting AFTER ADVANCING 2 LINES
       END-IF
       CLOSE ExtractOutput
       PERFORM CloseSourceFile
       ADD 1 TO ExtractsRun
       ADD RunRead TO RecordsRead
       ADD RunSelected TO RecordsWritten
       PERFORM CatalogThisExtract
       DISPLAY "Extract written to " ExtractFileName
       DISPLAY "  records read: " RunRead "  selected: " RunSelected.

OpenSourceFile.
       SET SourceOpen TO TRUE
       EVALUATE TRUE
           WHEN RQ-CustomerFile
               OPEN INPUT CustomerFile
               IF CustomerFileStatus NOT = "00"
                   DISPLAY "Customer master could not be opened - status "
                       CustomerFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
               MOVE 'N' TO InvoiceOpenFlag
               IF SourceOpen AND NeedOpenBal
                   OPEN INPUT InvoiceFile
                   IF InvoiceFileStatus = "00"
                       SET InvoiceOpen TO TRUE
                   ELSE
                       DISPLAY "Invoice register not available -"
                           " open balances extract as zero"
                   END-IF
               END-IF
           WHEN RQ-OrderFile
               OPEN INPUT OrderFile
               IF OrderFileStatus NOT = "00"
                   DISPLAY "Order file could not be opened - status "
                       OrderFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
           WHEN RQ-OrderLineFile
               OPEN INPUT OrderLineFile
               IF OrderLineFileStatus NOT = "00"
                   DISPLAY "Order line file could not be opened - status "
                       OrderLineFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
           WHEN RQ-InvoiceFile
               OPEN INPUT InvoiceFile
               IF InvoiceFileStatus NOT = "00"
                   DISPLAY "Invoice register could not be opened - status "
                       InvoiceFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
           WHEN RQ-PaymentFile
               OPEN INPUT PaymentFile
               IF PaymentFileStatus NOT = "00"
                   AND PaymentFileStatus NOT = "05"
                   DISPLAY "Payment file could not be opened - status "
                       PaymentFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
           WHEN RQ-ProductFile
               OPEN INPUT ProductFile
               IF ProductFileStatus NOT = "00"
                   DISPLAY "Product master could not be opened - status "
                       ProductFileStatus
                   MOVE 'N' TO SourceOpenFlag
               END-IF
       END-EVALUATE.

CloseSourceFile.
       EVALUATE TRUE
           WHEN RQ-CustomerFile
               CLOSE CustomerFile
               IF InvoiceOpen
                   CLOSE InvoiceFile
               END-IF
           WHEN RQ-OrderFile
               CLOSE OrderFile
           WHEN RQ-OrderLineFile
               CLOSE OrderLineFile
           WHEN RQ-InvoiceFile
               CLOSE InvoiceFile
           WHEN RQ-PaymentFile
               CLOSE PaymentFile
           WHEN RQ-ProductFile
               CLOSE ProductFile
       END-EVALUATE.

      *> Each column is as wide as its value or its name, whichever is
      *> wider, two spaces apart; columns that would run past the
      *> listing width are left off with a warning - a CSV has no such
      *> limit.
LayOutColumns.
       MOVE ZERO TO PrintFieldCount
       MOVE 1 TO KeyPtr
       PERFORM VARYING FL-Index FROM 1 BY 1 UNTIL FL-Index > RQ-FieldCount
           MOVE RQ-FieldSlot(FL-Index) TO DictSlot
           PERFORM SizeOneField
           PERFORM MeasureFieldName
           IF NameLen > FieldWidth
               MOVE NameLen TO RQ-ColWidth(FL-Index)
           ELSE
               MOVE FieldWidth TO RQ-ColWidth(FL-Index)
           END-IF
           MOVE KeyPtr TO RQ-ColStart(FL-Index)
           COMPUTE KeyPtr = KeyPtr + RQ-ColWidth(FL-Index) + 2
           IF KeyPtr - 3 <= 200 AND PrintFieldCount = FL-Index - 1
               MOVE FL-Index TO PrintFieldCount
           END-IF
       END-PERFORM
       IF RQ-PrintFormat AND PrintFieldCount < RQ-FieldCount
           DISPLAY "Listing is too wide - only the first "
               PrintFieldCount " fields print; use CSV for the rest"
       END-IF.

      *> How wide a field's value prints: text as long as it is, a
      *> number one wider for its decimal point, a signed amount in
      *> the -999999999.99 form.
SizeOneField.
       EVALUATE TRUE
           WHEN XD-Signed(DictSlot)
               MOVE 13 TO FieldWidth
           WHEN XD-Number(DictSlot) AND XD-Scale(DictSlot) > ZERO
               COMPUTE FieldWidth = XD-Length(DictSlot) + 1
           WHEN OTHER
               MOVE XD-Length(DictSlot) TO FieldWidth
       END-EVALUATE.

MeasureFieldName.
       MOVE ZERO TO NameLen
       PERFORM VARYING TrimEnd FROM 20 BY -1
           UNTIL TrimEnd = ZERO OR NameLen > ZERO
           IF XD-Name(DictSlot)(TrimEnd:1) NOT = SPACE
               MOVE TrimEnd TO NameLen
           END-IF
       END-PERFORM.

WriteExtractHeading.
       MOVE SPACES TO HeadingLine
       IF RQ-PrintFormat
           MOVE RQ-Title TO PrnTitle
           MOVE RunDate TO PrnRunDate
           WRITE ExtractLine FROM ListingHeading AFTER ADVANCING PAGE
           MOVE SPACES TO RuleLine
           PERFORM VARYING FL-Index FROM 1 BY 1
               UNTIL FL-Index > PrintFieldCount
               MOVE RQ-FieldSlot(FL-Index) TO DictSlot
               MOVE XD-Name(DictSlot)
                   TO HeadingLine(RQ-ColStart(FL-Index):RQ-ColWidth(FL-Index))
               MOVE ALL "-"
                   TO RuleLine(RQ-ColStart(FL-Index):RQ-ColWidth(FL-Index))
           END-PERFORM
           WRITE ExtractLine FROM HeadingLine AFTER ADVANCING 2 LINES
           WRITE ExtractLine FROM RuleLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE 1 TO LinePtr
           PERFORM VARYING FL-Index FROM 1 BY 1
               UNTIL FL-Index > RQ-FieldCount
               IF FL-Index > 1
                   STRING "," DELIMITED BY SIZE
                       INTO HeadingLine WITH POINTER LinePtr
                   END-STRING
               END-IF
               STRING RQ-FieldName(FL-Index) DELIMITED BY SPACE
                   INTO HeadingLine WITH POINTER LinePtr
               END-STRING
           END-PERFORM
           WRITE ExtractLine FROM HeadingLine
       END-IF.

SelectRecords.
       MOVE 'N' TO SourceEOFFlag
       PERFORM ReadSourceRecord
       PERFORM UNTIL SourceEOF
           ADD 1 TO RunRead
           PERFORM TestConditions
           IF RecordSelected
               PERFORM BuildExtractLine
               RELEASE ExtractWorkRecord
               ADD 1 TO RunSelected
           END-IF
           PERFORM ReadSourceRecord
       END-PERFORM.

ReadSourceRecord.
       MOVE SPACES TO ExtractRecord
       EVALUATE TRUE
           WHEN RQ-CustomerFile
               READ CustomerFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE CustomerData TO XtrImage
               END-READ
           WHEN RQ-OrderFile
               READ OrderFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE OrderData TO XtrImage
               END-READ
           WHEN RQ-OrderLineFile
               READ OrderLineFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE OrderLineData TO XtrImage
               END-READ
           WHEN RQ-InvoiceFile
               READ InvoiceFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE InvoiceData TO XtrImage
               END-READ
           WHEN RQ-PaymentFile
               READ PaymentFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE PaymentRecord TO XtrImage
               END-READ
           WHEN RQ-ProductFile
               READ ProductFile NEXT RECORD
                   AT END SET SourceEOF TO TRUE
                   NOT AT END MOVE ProductData TO XtrImage
               END-READ
       END-EVALUATE
       IF NOT SourceEOF
           PERFORM FillDerivedArea
       END-IF.

      *> The open balance reads the way the statements and aging read
      *> it: what is unpaid on each invoice, credit memos netting it
      *> down until they have been applied.
FillDerivedArea.
       MOVE ZERO TO DerivedAmount
       EVALUATE TRUE
           WHEN RQ-CustomerFile AND InvoiceOpen
               PERFORM SumCustomerOpenItems
           WHEN RQ-InvoiceFile
               IF INV-CreditMemo
                   COMPUTE DerivedAmount = ZERO - (INV-Total - INV-AmountPaid)
               ELSE
                   COMPUTE DerivedAmount = INV-Total - INV-AmountPaid
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       MOVE DerivedAmount TO SignedValue
       MOVE SignedText TO XtrDerived.

SumCustomerOpenItems.
       MOVE 'N' TO OpenBalEOF
       MOVE CR-IDNum TO INV-IDNum
       START InvoiceFile KEY IS EQUAL TO INV-IDNum
           INVALID KEY MOVE 'Y' TO OpenBalEOF
       END-START
       PERFORM UNTIL OpenBalEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO OpenBalEOF
           END-READ
           IF OpenBalEOF = 'N'
               IF INV-IDNum NOT = CR-IDNum
                   MOVE 'Y' TO OpenBalEOF
               ELSE
               IF INV-OpenInvoice
                   COMPUTE DerivedAmount =
                       DerivedAmount + INV-Total - INV-AmountPaid
               ELSE
               IF INV-CreditMemo
                   COMPUTE DerivedAmount =
                       DerivedAmount - (INV-Total - INV-AmountPaid)
               END-IF
               END-IF
               END-IF
           END-IF
       END-PERFORM.

TestConditions.
       SET RecordSelected TO TRUE
       PERFORM VARYING WH-Index FROM 1 BY 1
           UNTIL WH-Index > RQ-WhereCount OR NOT RecordSelected
           PERFORM TestOneCondition
       END-PERFORM.

      *> Text compares as it is stored, padded with spaces, so a
      *> blank value with NE means "on file"; CT finds the value
      *> anywhere in the field. Numbers compare by value, implied
      *> decimals and all.
TestOneCondition.
       MOVE RQ-WhereSlot(WH-Index) TO DictSlot
       IF RQ-Operator(WH-Index) = "CT"
           MOVE SPACES TO FieldAlpha
           MOVE ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
               TO FieldAlpha
           MOVE ZERO TO ContainsTally
           INSPECT FieldAlpha TALLYING ContainsTally
               FOR ALL RQ-Value(WH-Index)(1:RQ-ValueLen(WH-Index))
           IF ContainsTally = ZERO
               MOVE 'N' TO SelectedFlag
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF XD-Text(DictSlot)
           MOVE SPACES TO FieldAlpha
           MOVE ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
               TO FieldAlpha
           EVALUATE TRUE
               WHEN FieldAlpha < RQ-Value(WH-Index)
                   SET CompareLess TO TRUE
               WHEN FieldAlpha = RQ-Value(WH-Index)
                   SET CompareEqual TO TRUE
               WHEN OTHER
                   SET CompareGreater TO TRUE
           END-EVALUATE
       ELSE
           PERFORM GetFieldNumber
           EVALUATE TRUE
               WHEN FieldNum < RQ-ValueNum(WH-Index)
                   SET CompareLess TO TRUE
               WHEN FieldNum = RQ-ValueNum(WH-Index)
                   SET CompareEqual TO TRUE
               WHEN OTHER
                   SET CompareGreater TO TRUE
           END-EVALUATE
       END-IF
       EVALUATE RQ-Operator(WH-Index)
           WHEN "EQ"
               IF NOT CompareEqual
                   MOVE 'N' TO SelectedFlag
               END-IF
           WHEN "NE"
               IF CompareEqual
                   MOVE 'N' TO SelectedFlag
               END-IF
           WHEN "GT"
               IF NOT CompareGreater
                   MOVE 'N' TO SelectedFlag
               END-IF
           WHEN "GE"
               IF CompareLess
                   MOVE 'N' TO SelectedFlag
               END-IF
           WHEN "LT"
               IF NOT CompareLess
                   MOVE 'N' TO SelectedFlag
               END-IF
           WHEN "LE"
               IF CompareGreater
                   MOVE 'N' TO SelectedFlag
               END-IF
       END-EVALUATE.

      *> A number field that is not numeric - spaces on a record
      *> written before the field existed - reads as zero.
GetFieldNumber.
       MOVE ZERO TO FieldNum
       IF XD-Signed(DictSlot)
           MOVE ExtractRecord(XD-Offset(DictSlot):12) TO SignedText
           MOVE SignedValue TO FieldNum
       ELSE
           IF ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
               IS NUMERIC
               MOVE ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
                   TO FieldInt
               COMPUTE FieldNum = FieldInt / (10 ** XD-Scale(DictSlot))
           END-IF
       END-IF.

BuildExtractLine.
       MOVE SPACES TO ExtractWorkRecord
       ADD 1 TO ReleaseSeq
       MOVE ReleaseSeq TO EW-Seq
       MOVE 1 TO KeyPtr
       PERFORM VARYING SK-Index FROM 1 BY 1 UNTIL SK-Index > RQ-SortCount
           MOVE RQ-SortSlot(SK-Index) TO DictSlot
           PERFORM AddSortKeyPart
       END-PERFORM
       MOVE 1 TO LinePtr
       PERFORM VARYING FL-Index FROM 1 BY 1 UNTIL FL-Index > RQ-FieldCount
           MOVE RQ-FieldSlot(FL-Index) TO DictSlot
           PERFORM FormatFieldValue
           IF RQ-PrintFormat
               IF FL-Index <= PrintFieldCount
                   PERFORM PlacePrintColumn
               END-IF
           ELSE
               PERFORM AddCsvColumn
           END-IF
       END-PERFORM.

      *> Text and unsigned numbers sort correctly as stored - numbers
      *> are zero-filled to their full width. A signed amount is
      *> shifted clear of zero first so negatives sort low.
AddSortKeyPart.
       IF XD-Signed(DictSlot)
           PERFORM GetFieldNumber
           COMPUTE SortShifted = FieldNum + 1000000000
           STRING SortShiftedText DELIMITED BY SIZE
               INTO EW-Key WITH POINTER KeyPtr
           END-STRING
       ELSE
           STRING ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
               DELIMITED BY SIZE
               INTO EW-Key WITH POINTER KeyPtr
           END-STRING
       END-IF.

      *> The value as it prints, in ValueText(1:FieldWidth) - text as
      *> stored, numbers edited and right-justified.
FormatFieldValue.
       PERFORM SizeOneField
       MOVE SPACES TO ValueText
       EVALUATE TRUE
           WHEN XD-Signed(DictSlot)
               PERFORM GetFieldNumber
               MOVE FieldNum TO EditSigned
               MOVE EditSigned TO ValueText
           WHEN XD-Number(DictSlot) AND XD-Scale(DictSlot) > ZERO
               PERFORM GetFieldNumber
               MOVE FieldNum TO EditDec
               MOVE EditDec(13 - FieldWidth:FieldWidth) TO ValueText
           WHEN XD-Number(DictSlot)
               PERFORM GetFieldNumber
               MOVE FieldNum TO EditInt
               MOVE EditInt(12 - FieldWidth:FieldWidth) TO ValueText
           WHEN OTHER
               MOVE ExtractRecord(XD-Offset(DictSlot):XD-Length(DictSlot))
                   TO ValueText
       END-EVALUATE.

PlacePrintColumn.
       IF XD-Text(DictSlot)
           MOVE ValueText(1:FieldWidth)
               TO EW-Line(RQ-ColStart(FL-Index):RQ-ColWidth(FL-Index))
       ELSE
      *> Numbers stay right-justified under a heading wider than they
      *> are.
           COMPUTE TrimStart = RQ-ColStart(FL-Index)
               + RQ-ColWidth(FL-Index) - FieldWidth
           MOVE ValueText(1:FieldWidth) TO EW-Line(TrimStart:FieldWidth)
       END-IF.

      *> Text goes out in double quotes, any quote inside it turned to
      *> an apostrophe, so a comma in a name or address cannot split
      *> the column; numbers go out bare with their decimal point.
AddCsvColumn.
       IF FL-Index > 1
           STRING "," DELIMITED BY SIZE
               INTO EW-Line WITH POINTER LinePtr
           END-STRING
       END-IF
       MOVE ZERO TO TrimStart TrimEnd
       PERFORM VARYING TrimLen FROM 1 BY 1
           UNTIL TrimLen > FieldWidth OR TrimStart > ZERO
           IF ValueText(TrimLen:1) NOT = SPACE
               MOVE TrimLen TO TrimStart
           END-IF
       END-PERFORM
       PERFORM VARYING TrimLen FROM FieldWidth BY -1
           UNTIL TrimLen = ZERO OR TrimEnd > ZERO
           IF ValueText(TrimLen:1) NOT = SPACE
               MOVE TrimLen TO TrimEnd
           END-IF
       END-PERFORM
       IF XD-Text(DictSlot)
           INSPECT ValueText REPLACING ALL '"' BY "'"
           STRING '"' DELIMITED BY SIZE
               INTO EW-Line WITH POINTER LinePtr
           END-STRING
       END-IF
       IF TrimStart > ZERO
           COMPUTE TrimLen = TrimEnd - TrimStart + 1
           STRING ValueText(TrimStart:TrimLen) DELIMITED BY SIZE
               INTO EW-Line WITH POINTER LinePtr
           END-STRING
       END-IF
       IF XD-Text(DictSlot)
           STRING '"' DELIMITED BY SIZE
               INTO EW-Line WITH POINTER LinePtr
           END-STRING
       END-IF.

WriteExtractLines.
       MOVE 'N' TO WorkEOFFlag
       PERFORM ReturnOneExtractLine
       PERFORM UNTIL WorkEOF
           IF RQ-PrintFormat
               WRITE ExtractLine FROM EW-Line AFTER ADVANCING 1 LINE
           ELSE
               WRITE ExtractLine FROM EW-Line
           END-IF
           PERFORM ReturnOneExtractLine
       END-PERFORM.

ReturnOneExtractLine.
       RETURN ExtractWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

      *> Catalog the extract so RPTBRWS can pull it back by date.
CatalogThisExtract.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE ExtractFileName TO RCAT-FileName
       MOVE RunDate TO RCAT-RunDate
       MOVE "ADHOCX" TO RCAT-Step
       MOVE RunSelected TO RCAT-LineCount
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "ADHOCX" TO BAL-Program
       MOVE "EXTRACT" TO BAL-Step
       MOVE RecordsRead TO BAL-RecordsIn
       MOVE RecordsWritten TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
