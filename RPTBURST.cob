       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTBURST.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReportCatalog ASSIGN TO "rptcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DistributionList ASSIGN TO "distlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustomerFileStatus.
       SELECT BurstSource ASSIGN TO SourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceFileStatus.
       SELECT BurstPiece ASSIGN TO PieceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PieceFileStatus.
       SELECT DistPrint ASSIGN TO "distprt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DistMail ASSIGN TO "distmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ReportCatalog.
01 ReportCatalogLine.
    COPY "RPTCAT.cpy".

      *> Who gets which branch's copy. A branch of ** sends every
      *> branch's copy to the recipient, and a blank step means every
      *> report. Method P queues the piece on the print stream for the
      *> destination printer or mail drop; E sends it to the address.
FD DistributionList.
01 DistributionLine.
       02 DL-Branch PIC X(2).
       02 FILLER PIC X.
       02 DL-Step PIC X(15).
       02 FILLER PIC X.
       02 DL-Recipient PIC X(20).
       02 FILLER PIC X.
       02 DL-Method PIC X.
           88 DL-ByPrint VALUE 'P'.
           88 DL-ByMail  VALUE 'E'.
       02 FILLER PIC X.
       02 DL-Destination PIC X(30).

FD CustomerFile.
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
                  ==CR-Branch==       BY ==Branch==.

FD BurstSource.
01 SourceLine PIC X(132).

FD BurstPiece.
01 PieceLine PIC X(132).

FD DistPrint.
01 DistPrintLine PIC X(132).

FD DistMail.
01 DistMailLine PIC X(132).

FD ExceptionLog.
01 ExceptionLogRecord.
       02 EL-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Program PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Severity PIC X.
           88 EL-Informational  VALUE 'I'.
           88 EL-Warning        VALUE 'W'.
           88 EL-ActionRequired VALUE 'A'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckFlag PIC X.
           88 EL-Acknowledged VALUE 'Y'.
       02 FILLER PIC X VALUE SPACE.
       02 EL-AckOperator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EL-Message PIC X(60).

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 WS-ExceptionSeverity PIC X VALUE 'W'.
01 CustomerFileStatus PIC XX.
01 SourceFileStatus PIC XX.
01 PieceFileStatus PIC XX.
01 SourceFileName PIC X(30).
01 PieceFileName PIC X(30).
01 CustomerOpen PIC X VALUE 'N'.
01 CatalogEOFFlag PIC X.
       88 CatalogEOF VALUE 'Y'.
01 DistEOFFlag PIC X VALUE 'N'.
       88 DistEOF VALUE 'Y'.
01 SourceEOFFlag PIC X.
       88 SourceEOF VALUE 'Y'.
01 PieceEOFFlag PIC X.
       88 PieceEOF VALUE 'Y'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 ReportsBurst PIC 9(4) VALUE ZERO.
01 ReportLinesRead PIC 9(6) VALUE ZERO.
01 PiecesWritten PIC 9(4) VALUE ZERO.
01 PieceLinesWritten PIC 9(6) VALUE ZERO.
01 PiecesUnrouted PIC 9(4) VALUE ZERO.
01 PieceLines PIC 9(6).
01 PieceRouted PIC X.

      *> How each cataloged report is split. Mode L keeps the heading
      *> lines and every detail line that carries a key; page totals
      *> and company subtotals are left out and replaced by the piece
      *> trailer. Mode P keeps whole letters - everything from one
      *> page throw to the next - keyed off the first line that
      *> carries the key. Key type C is a customer number looked up
      *> for its CR-Branch; B is a branch code printed on the line.
      *> The key is either at a fixed column or follows a marker.
      *> Step(15) Mode(1) KeyType(1) Col(3) Len(1) Heads(1) MarkLen(2)
      *> Marker(10).
01 BurstDefinitionValues.
       02 FILLER PIC X(34) VALUE "CUSTREPORT     LC0026300          ".
       02 FILLER PIC X(34) VALUE "ARAGING        LC0016300          ".
       02 FILLER PIC X(34) VALUE "DUNNING        PC0006009Account:  ".
       02 FILLER PIC X(34) VALUE "SALESRPT       LB0002107Branch    ".
       02 FILLER PIC X(34) VALUE "MGMTRPT        LB0002107Branch    ".
       02 FILLER PIC X(34) VALUE "PLANBRK        LC0016300          ".
01 BurstDefinitionTable REDEFINES BurstDefinitionValues.
       02 BurstDefinition OCCURS 6 TIMES.
           03 BD-Step PIC X(15).
           03 BD-Mode PIC X.
           03 BD-KeyType PIC X.
           03 BD-KeyCol PIC 9(3).
           03 BD-KeyLen PIC 9.
           03 BD-HeadLines PIC 9.
           03 BD-MarkerLen PIC 99.
           03 BD-Marker PIC X(10).
01 BD-Count PIC 9 VALUE 6.
01 BD-Index PIC 9.
01 BD-Found PIC 9.

      *> The definition in force for the report being split.
01 CurrentDefinition.
       02 CUR-Step PIC X(15).
       02 CUR-Mode PIC X.
           88 CUR-LineMode VALUE 'L'.
           88 CUR-PageMode VALUE 'P'.
       02 CUR-KeyType PIC X.
           88 CUR-CustomerKey VALUE 'C'.
           88 CUR-BranchKey   VALUE 'B'.
       02 CUR-KeyCol PIC 9(3).
       02 CUR-KeyLen PIC 9.
       02 CUR-HeadLines PIC 9.
       02 CUR-MarkerLen PIC 99.
       02 CUR-Marker PIC X(10).

      *> Today's company-wide reports with a burst definition. The
      *> sequence tells apart two runs of the same report on one date.
01 SourceTable.
       02 SourceEntry OCCURS 50 TIMES.
           03 SRC-FileName PIC X(30).
           03 SRC-Step PIC X(15).
           03 SRC-RunDate PIC 9(8).
           03 SRC-Def PIC 9.
           03 SRC-Seq PIC 99.
           03 SRC-Done PIC X.
01 SourceCount PIC 99 VALUE ZERO.
01 SRC-Index PIC 99.
01 SRC-Search PIC 99.

      *> Branch copies already cataloged today, so a rerun of the step
      *> does not burst and route the same report twice.
01 DoneTable.
       02 DoneFileName PIC X(30) OCCURS 200 TIMES.
01 DoneCount PIC 999 VALUE ZERO.
01 DN-Index PIC 999.
01 PiecePrefix PIC X(30).
01 PrefixLen PIC 99.

01 DistTable.
       02 DistEntry OCCURS 100 TIMES.
           03 DT-Branch PIC X(2).
           03 DT-Step PIC X(15).
           03 DT-Recipient PIC X(20).
           03 DT-Method PIC X.
           03 DT-Destination PIC X(30).
01 DistCount PIC 999 VALUE ZERO.
01 DT-Index PIC 999.

      *> Branches found on the report being split.
01 BranchTable.
       02 BRT-Code PIC X(2) OCCURS 20 TIMES.
01 BranchCount PIC 99 VALUE ZERO.
01 BRT-Index PIC 99.
01 BRT-FoundFlag PIC X.
       88 BRT-EntryFound VALUE 'Y'.

      *> A scan either collects the branches on a report (target of
      *> spaces) or writes one branch's lines to its piece.
01 ScanTarget PIC X(2).
01 ScanLineNum PIC 9(6).
01 LineText PIC X(132).
01 LineBranch PIC X(2).
01 KeyText PIC X(6).
01 KeyOffset PIC 999.
01 KeyPos PIC 999.
01 PageThrowOffset PIC 999.
01 SourceThrowOffset PIC 999.
01 LineBeforeThrow PIC X(132).
01 LineAfterThrow PIC X(132).

      *> One letter in page mode, held until the next page throw.
01 GroupTable.
       02 GroupLine PIC X(132) OCCURS 60 TIMES.
01 GroupCount PIC 99 VALUE ZERO.
01 GRP-Index PIC 99.
01 GroupBranch PIC X(2).
01 GroupOverflow PIC X VALUE 'N'.

01 PieceTrailer.
       02 FILLER PIC X(14) VALUE "END OF BRANCH ".
       02 PT-Branch PIC X(2).
       02 FILLER PIC X(9) VALUE " COPY OF ".
       02 PT-Step PIC X(15).
       02 FILLER PIC X(5) VALUE " FOR ".
       02 PT-RunDate PIC 9(8).
       02 FILLER PIC X(3) VALUE " - ".
       02 PT-Lines PIC ZZZZZ9.
       02 FILLER PIC X(8) VALUE " LINE(S)".
01 PrintBanner1.
       02 FILLER PIC X(12) VALUE "DELIVER TO: ".
       02 PB-Recipient PIC X(20).
       02 FILLER PIC X(6) VALUE "  AT: ".
       02 PB-Destination PIC X(30).
01 PrintBanner2.
       02 FILLER PIC X(8) VALUE "REPORT: ".
       02 PB-Step PIC X(15).
       02 FILLER PIC X(10) VALUE "  BRANCH: ".
       02 PB-Branch PIC X(2).
       02 FILLER PIC X(8) VALUE "  FILE: ".
       02 PB-FileName PIC X(30).
01 MessageRule PIC X(40) VALUE ALL "=".
01 MessageHeader.
       02 FILLER PIC X(4) VALUE "To: ".
       02 MH-Destination PIC X(30).
01 MessageSubject.
       02 FILLER PIC X(9) VALUE "Subject: ".
       02 MS-Step PIC X(15).
       02 FILLER PIC X(8) VALUE " branch ".
       02 MS-Branch PIC X(2).
       02 FILLER PIC X(10) VALUE " copy for ".
       02 MS-RunDate PIC 9(8).

COPY "REGION.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadDistributionList
       PERFORM LoadBurstSources
       IF SourceCount = ZERO
           DISPLAY "No cataloged reports to burst for " RunDate
           PERFORM WriteBalanceLine
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF CustomerFileStatus = "00"
           MOVE 'Y' TO CustomerOpen
       ELSE
           DISPLAY "Customer master could not be opened - status "
               CustomerFileStatus
       END-IF
       OPEN OUTPUT DistPrint
       OPEN OUTPUT DistMail
       PERFORM BurstOneReport
           VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > SourceCount
       CLOSE DistMail
       CLOSE DistPrint
       IF CustomerOpen = 'Y'
           CLOSE CustomerFile
       END-IF
       DISPLAY "Report burst complete - reports split: " ReportsBurst
       DISPLAY "  branch copies written: " PiecesWritten
       DISPLAY "  copies with no distribution: " PiecesUnrouted
       IF PiecesUnrouted > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WriteBalanceLine
       STOP RUN.

LoadDistributionList.
       OPEN INPUT DistributionList
       PERFORM UNTIL DistEOF
           READ DistributionList
               AT END SET DistEOF TO TRUE
               NOT AT END
                   IF DL-Branch NOT = SPACES
                       IF DistCount < 100
                           ADD 1 TO DistCount
                           MOVE DL-Branch TO DT-Branch(DistCount)
                           MOVE DL-Step TO DT-Step(DistCount)
                           MOVE DL-Recipient TO DT-Recipient(DistCount)
                           MOVE DL-Method TO DT-Method(DistCount)
                           MOVE DL-Destination TO DT-Destination(DistCount)
                       ELSE
                           DISPLAY "Distribution table full - ignoring "
                               DL-Branch " " DL-Recipient
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DistributionList.

      *> Only today's reports are split - most report files keep a
      *> fixed name and are overwritten by the next night's run.
LoadBurstSources.
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT ReportCatalog
       PERFORM UNTIL CatalogEOF
           READ ReportCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF RCAT-RunDate = RunDate
                       IF RCAT-Branch = SPACES
                           PERFORM NoteOneSource
                       ELSE
                           PERFORM NoteOneDonePiece
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReportCatalog
       PERFORM VARYING SRC-Index FROM 1 BY 1 UNTIL SRC-Index > SourceCount
           PERFORM CheckAlreadyBurst
       END-PERFORM.

NoteOneSource.
       MOVE ZERO TO BD-Found
       PERFORM VARYING BD-Index FROM 1 BY 1 UNTIL BD-Index > BD-Count
           IF BD-Step(BD-Index) = RCAT-Step
               MOVE BD-Index TO BD-Found
           END-IF
       END-PERFORM
       IF BD-Found = ZERO
           EXIT PARAGRAPH
       END-IF
       IF SourceCount >= 50
           DISPLAY "Burst table full - ignoring " RCAT-FileName
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SourceCount
       MOVE RCAT-FileName TO SRC-FileName(SourceCount)
       MOVE RCAT-Step TO SRC-Step(SourceCount)
       MOVE RCAT-RunDate TO SRC-RunDate(SourceCount)
       MOVE BD-Found TO SRC-Def(SourceCount)
       MOVE 'N' TO SRC-Done(SourceCount)
       MOVE 1 TO SRC-Seq(SourceCount)
       PERFORM VARYING SRC-Search FROM 1 BY 1
           UNTIL SRC-Search >= SourceCount
           IF SRC-Step(SRC-Search) = RCAT-Step
               ADD 1 TO SRC-Seq(SourceCount)
           END-IF
       END-PERFORM.

NoteOneDonePiece.
       IF DoneCount < 200
           ADD 1 TO DoneCount
           MOVE RCAT-FileName TO DoneFileName(DoneCount)
       ELSE
           DISPLAY "Branch copy table full - ignoring " RCAT-FileName
       END-IF.

      *> A piece name is STEP-YYYYMMDD-SQ-BR.rpt, so any cataloged copy
      *> starting with this report's STEP-YYYYMMDD-SQ- means it has
      *> already been split and routed today.
CheckAlreadyBurst.
       MOVE SPACES TO PiecePrefix
       STRING SRC-Step(SRC-Index) DELIMITED BY SPACE
              "-" DELIMITED BY SIZE
              SRC-RunDate(SRC-Index) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              SRC-Seq(SRC-Index) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              INTO PiecePrefix
       END-STRING
       MOVE ZERO TO PrefixLen
       INSPECT PiecePrefix TALLYING PrefixLen
           FOR CHARACTERS BEFORE INITIAL SPACE
       PERFORM VARYING DN-Index FROM 1 BY 1 UNTIL DN-Index > DoneCount
           IF DoneFileName(DN-Index)(1:PrefixLen) = PiecePrefix(1:PrefixLen)
               MOVE 'Y' TO SRC-Done(SRC-Index)
           END-IF
       END-PERFORM.

BurstOneReport.
       IF SRC-Done(SRC-Index) = 'Y'
           DISPLAY SRC-FileName(SRC-Index) " already split today - skipped"
           EXIT PARAGRAPH
       END-IF
       MOVE BurstDefinition(SRC-Def(SRC-Index)) TO CurrentDefinition
       IF CUR-CustomerKey AND CustomerOpen = 'N'
           MOVE SPACES TO WS-ExceptionMessage
           STRING "No customer master - " DELIMITED BY SIZE
                  SRC-FileName(SRC-Index) DELIMITED BY SPACE
                  " not split" DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       MOVE SRC-FileName(SRC-Index) TO SourceFileName
       MOVE ZERO TO BranchCount
       MOVE SPACES TO ScanTarget
       OPEN INPUT BurstSource
       IF SourceFileStatus NOT = "00"
           MOVE SPACES TO WS-ExceptionMessage
           STRING "Cataloged report " DELIMITED BY SIZE
                  SourceFileName DELIMITED BY SPACE
                  " missing - not split" DELIMITED BY SIZE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM ScanReport
       ADD ScanLineNum TO ReportLinesRead
       ADD 1 TO ReportsBurst
       DISPLAY SourceFileName " - " BranchCount " branch(es)"
       PERFORM WriteOneBranchPiece
           VARYING BRT-Index FROM 1 BY 1 UNTIL BRT-Index > BranchCount.

      *> The caller has the report open; the scan reads it through and
      *> closes it.
ScanReport.
       MOVE 'N' TO SourceEOFFlag
       MOVE ZERO TO ScanLineNum
       MOVE ZERO TO GroupCount
       MOVE SPACES TO GroupBranch
       PERFORM UNTIL SourceEOF
           READ BurstSource
               AT END SET SourceEOF TO TRUE
               NOT AT END
                   ADD 1 TO ScanLineNum
                   IF CUR-PageMode
                       PERFORM ScanOnePageLine
                   ELSE
                       PERFORM ScanOneDetailLine
                   END-IF
           END-READ
       END-PERFORM
       IF CUR-PageMode
           PERFORM FlushGroup
       END-IF
       CLOSE BurstSource.

ScanOneDetailLine.
       MOVE SourceLine TO LineText
       IF ScanLineNum <= CUR-HeadLines
           IF ScanTarget NOT = SPACES
               PERFORM WritePieceLine
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM DeriveLineBranch
       IF LineBranch = SPACES
           EXIT PARAGRAPH
       END-IF
       IF ScanTarget = SPACES
           PERFORM AddBranch
       ELSE
           IF LineBranch = ScanTarget
               PERFORM WritePieceLine
           END-IF
       END-IF.

      *> A page throw written after the last line of a letter lands in
      *> the same record, so the record is split at the throw: what
      *> comes before it closes the letter, the rest opens the next.
ScanOnePageLine.
       MOVE ZERO TO SourceThrowOffset
       INSPECT SourceLine TALLYING SourceThrowOffset
           FOR CHARACTERS BEFORE INITIAL X"0C"
       IF SourceThrowOffset >= 132
           MOVE SourceLine TO LineText
           PERFORM AddGroupLine
           EXIT PARAGRAPH
       END-IF
       IF SourceThrowOffset > ZERO
           MOVE SourceLine(1:SourceThrowOffset) TO LineText
           PERFORM AddGroupLine
       END-IF
       PERFORM FlushGroup
       MOVE SourceLine(SourceThrowOffset + 1:) TO LineText
       PERFORM AddGroupLine.

AddGroupLine.
       IF GroupCount >= 60
           IF GroupOverflow = 'N'
               DISPLAY "Letter longer than 60 lines - remainder ignored"
               MOVE 'Y' TO GroupOverflow
           END-IF
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO GroupCount
       MOVE LineText TO GroupLine(GroupCount)
       IF GroupBranch = SPACES
           PERFORM DeriveLineBranch
           MOVE LineBranch TO GroupBranch
       END-IF.

FlushGroup.
       IF GroupCount > ZERO AND GroupBranch NOT = SPACES
           IF ScanTarget = SPACES
               MOVE GroupBranch TO LineBranch
               PERFORM AddBranch
           ELSE
               IF GroupBranch = ScanTarget
                   PERFORM VARYING GRP-Index FROM 1 BY 1
                       UNTIL GRP-Index > GroupCount
                       MOVE GroupLine(GRP-Index) TO LineText
                       PERFORM WritePieceLine
                   END-PERFORM
               END-IF
           END-IF
       END-IF
       MOVE ZERO TO GroupCount
       MOVE SPACES TO GroupBranch.

      *> A customer no longer on the master - purged since the report
      *> ran - is sent with the head office copy rather than dropped.
DeriveLineBranch.
       MOVE SPACES TO LineBranch
       MOVE SPACES TO KeyText
       IF CUR-MarkerLen = ZERO
           MOVE LineText(CUR-KeyCol:CUR-KeyLen) TO KeyText
       ELSE
           MOVE ZERO TO KeyOffset
           INSPECT LineText TALLYING KeyOffset
               FOR CHARACTERS BEFORE INITIAL CUR-Marker(1:CUR-MarkerLen)
           COMPUTE KeyPos = KeyOffset + CUR-MarkerLen + 1
           IF KeyOffset >= 132 OR KeyPos + CUR-KeyLen > 133
               EXIT PARAGRAPH
           END-IF
           MOVE LineText(KeyPos:CUR-KeyLen) TO KeyText
       END-IF
       EVALUATE TRUE
           WHEN CUR-CustomerKey
               IF KeyText IS NUMERIC
                   MOVE KeyText TO IDNum
                   READ CustomerFile
                       INVALID KEY MOVE "HO" TO LineBranch
                       NOT INVALID KEY MOVE Branch TO LineBranch
                   END-READ
                   IF LineBranch = SPACES
                       MOVE "HO" TO LineBranch
                   END-IF
               END-IF
           WHEN CUR-BranchKey
               MOVE KeyText(1:2) TO LineBranch
               IF LineBranch = SPACES
                   MOVE "HO" TO LineBranch
               END-IF
       END-EVALUATE.

AddBranch.
       MOVE 'N' TO BRT-FoundFlag
       PERFORM VARYING BRT-Index FROM 1 BY 1
           UNTIL BRT-Index > BranchCount OR BRT-EntryFound
           IF BRT-Code(BRT-Index) = LineBranch
               SET BRT-EntryFound TO TRUE
           END-IF
       END-PERFORM
       IF NOT BRT-EntryFound
           IF BranchCount < 20
               ADD 1 TO BranchCount
               MOVE LineBranch TO BRT-Code(BranchCount)
           ELSE
               DISPLAY "Branch table full - ignoring branch " LineBranch
           END-IF
       END-IF.

WriteOneBranchPiece.
       MOVE BRT-Code(BRT-Index) TO ScanTarget
       MOVE SPACES TO PieceFileName
       STRING SRC-Step(SRC-Index) DELIMITED BY SPACE
              "-" DELIMITED BY SIZE
              SRC-RunDate(SRC-Index) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              SRC-Seq(SRC-Index) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              ScanTarget DELIMITED BY SIZE
              ".rpt" DELIMITED BY SIZE
              INTO PieceFileName
       END-STRING
       MOVE ZERO TO PieceLines
       OPEN OUTPUT BurstPiece
       OPEN INPUT BurstSource
       PERFORM ScanReport
       MOVE ScanTarget TO PT-Branch
       MOVE SRC-Step(SRC-Index) TO PT-Step
       MOVE SRC-RunDate(SRC-Index) TO PT-RunDate
       MOVE PieceLines TO PT-Lines
       WRITE PieceLine FROM PieceTrailer AFTER ADVANCING 2 LINES
       CLOSE BurstPiece
       ADD 1 TO PiecesWritten
       PERFORM CatalogPiece
       PERFORM RoutePiece.

      *> A page throw cannot be written as data, so a line holding one
      *> goes back out as a page advance in the same place.
WritePieceLine.
       PERFORM SplitAtPageThrow
       IF PageThrowOffset >= 132
           WRITE PieceLine FROM LineText AFTER ADVANCING 1 LINE
       ELSE
           IF PageThrowOffset > ZERO
               WRITE PieceLine FROM LineBeforeThrow AFTER ADVANCING 1 LINE
           END-IF
           WRITE PieceLine FROM LineAfterThrow AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO PieceLines
       ADD 1 TO PieceLinesWritten.

CatalogPiece.
       OPEN EXTEND ReportCatalog
       MOVE SPACES TO ReportCatalogLine
       MOVE PieceFileName TO RCAT-FileName
       MOVE SRC-RunDate(SRC-Index) TO RCAT-RunDate
       MOVE SRC-Step(SRC-Index) TO RCAT-Step
       MOVE PieceLines TO RCAT-LineCount
       MOVE ScanTarget TO RCAT-Branch
       WRITE ReportCatalogLine
       CLOSE ReportCatalog.

      *> Every matching distribution line gets its own copy. A copy
      *> nobody is down to receive is still cataloged for reprint but
      *> is raised on the exception log so the list can be put right.
RoutePiece.
       MOVE 'N' TO PieceRouted
       PERFORM VARYING DT-Index FROM 1 BY 1 UNTIL DT-Index > DistCount
           IF (DT-Branch(DT-Index) = ScanTarget
                   OR DT-Branch(DT-Index) = "**")
               AND (DT-Step(DT-Index) = SPACES
                   OR DT-Step(DT-Index) = SRC-Step(SRC-Index))
               MOVE 'Y' TO PieceRouted
               EVALUATE DT-Method(DT-Index)
                   WHEN 'E'
                       PERFORM MailPiece
                   WHEN OTHER
                       PERFORM PrintPiece
               END-EVALUATE
           END-IF
       END-PERFORM
       IF PieceRouted = 'N'
           ADD 1 TO PiecesUnrouted
           MOVE SPACES TO WS-ExceptionMessage
           STRING "No distribution for branch " DELIMITED BY SIZE
                  ScanTarget DELIMITED BY SIZE
                  " copy of " DELIMITED BY SIZE
                  SRC-Step(SRC-Index) DELIMITED BY SPACE
                  INTO WS-ExceptionMessage
           END-STRING
           PERFORM LogException
       END-IF.

PrintPiece.
       MOVE DT-Recipient(DT-Index) TO PB-Recipient
       MOVE DT-Destination(DT-Index) TO PB-Destination
       MOVE SRC-Step(SRC-Index) TO PB-Step
       MOVE ScanTarget TO PB-Branch
       MOVE PieceFileName TO PB-FileName
       WRITE DistPrintLine FROM PrintBanner1 AFTER ADVANCING PAGE
       WRITE DistPrintLine FROM PrintBanner2 AFTER ADVANCING 1 LINE
       MOVE SPACES TO DistPrintLine
       WRITE DistPrintLine AFTER ADVANCING 1 LINE
       MOVE 'N' TO PieceEOFFlag
       OPEN INPUT BurstPiece
       PERFORM UNTIL PieceEOF
           READ BurstPiece
               AT END SET PieceEOF TO TRUE
               NOT AT END
                   MOVE PieceLine TO LineText
                   PERFORM SplitAtPageThrow
                   IF PageThrowOffset >= 132
                       WRITE DistPrintLine FROM LineText
                           AFTER ADVANCING 1 LINE
                   ELSE
                       IF PageThrowOffset > ZERO
                           WRITE DistPrintLine FROM LineBeforeThrow
                               AFTER ADVANCING 1 LINE
                       END-IF
                       WRITE DistPrintLine FROM LineAfterThrow
                           AFTER ADVANCING PAGE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BurstPiece.

      *> Page throws mean nothing in a mail body, so a line holding one
      *> is simply broken in two there.
MailPiece.
       MOVE DT-Destination(DT-Index) TO MH-Destination
       MOVE SRC-Step(SRC-Index) TO MS-Step
       MOVE ScanTarget TO MS-Branch
       MOVE SRC-RunDate(SRC-Index) TO MS-RunDate
       WRITE DistMailLine FROM MessageRule AFTER ADVANCING 1 LINE
       WRITE DistMailLine FROM MessageHeader AFTER ADVANCING 1 LINE
       WRITE DistMailLine FROM MessageSubject AFTER ADVANCING 1 LINE
       MOVE SPACES TO DistMailLine
       WRITE DistMailLine AFTER ADVANCING 1 LINE
       MOVE 'N' TO PieceEOFFlag
       OPEN INPUT BurstPiece
       PERFORM UNTIL PieceEOF
           READ BurstPiece
               AT END SET PieceEOF TO TRUE
               NOT AT END
                   MOVE PieceLine TO LineText
                   PERFORM SplitAtPageThrow
                   IF PageThrowOffset >= 132
                       WRITE DistMailLine FROM LineText
                           AFTER ADVANCING 1 LINE
                   ELSE
                       IF PageThrowOffset > ZERO
                           WRITE DistMailLine FROM LineBeforeThrow
                               AFTER ADVANCING 1 LINE
                       END-IF
                       WRITE DistMailLine FROM LineAfterThrow
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BurstPiece.

      *> Splits LineText at its first page throw; an offset of 132
      *> means the line has none. Any further throw on the same line
      *> is blanked.
SplitAtPageThrow.
       MOVE ZERO TO PageThrowOffset
       INSPECT LineText TALLYING PageThrowOffset
           FOR CHARACTERS BEFORE INITIAL X"0C"
       IF PageThrowOffset >= 132
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LineBeforeThrow
       MOVE SPACES TO LineAfterThrow
       IF PageThrowOffset > ZERO
           MOVE LineText(1:PageThrowOffset) TO LineBeforeThrow
       END-IF
       IF PageThrowOffset < 131
           MOVE LineText(PageThrowOffset + 2:) TO LineAfterThrow
       END-IF
       INSPECT LineAfterThrow REPLACING ALL X"0C" BY SPACE.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE SPACES TO ExceptionLogRecord
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "RPTBURST" TO EL-Program
       MOVE SPACES TO EL-Operator
       MOVE WS-ExceptionSeverity TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       MOVE 'W' TO WS-ExceptionSeverity
       CLOSE ExceptionLog
       DISPLAY WS-ExceptionMessage.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "RPTBURST" TO BAL-Program
       MOVE "RPTBURST" TO BAL-Step
       MOVE ReportLinesRead TO BAL-RecordsIn
       MOVE PieceLinesWritten TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
