       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POLLBOOK.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT EligibilityResults ASSIGN TO "eligresults.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EligResultsStatus.
       SELECT OPTIONAL PrecinctFile ASSIGN TO "precinct.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ResidenceFile ASSIGN TO "residnc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL IntakeFile ASSIGN TO "intakehist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PollWork ASSIGN TO "pollsort.tmp".
       SELECT PollBookReport ASSIGN TO "pollbook.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PrecinctCountReport ASSIGN TO "pollcnt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UnmatchedReport ASSIGN TO "pollexc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD EligibilityResults.
01 EligibilityResultRecord.
       02 ER-SSNum        PIC 9(9).
       02 FILLER          PIC X.
       02 ER-Age          PIC 99.
       02 FILLER          PIC X.
       02 ER-CanVoteFlag  PIC 9.
       02 FILLER          PIC X.
       02 ER-GradeMessage PIC X(20).
       02 FILLER          PIC X.
       02 ER-TestClass    PIC X(15).

      *> Precinct boundaries: each line gives a street and a house
      *> number range on it belonging to one precinct. PB-Side
      *> narrows the range to the odd or even side of the street - O,
      *> E, or space for both sides.
FD PrecinctFile.
01 PrecinctLine.
       02 PB-Street PIC X(25).
       02 FILLER PIC X VALUE SPACE.
       02 PB-LowNumber PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PB-HighNumber PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PB-Side PIC X.
           88 PB-OddSide VALUE 'O'.
           88 PB-EvenSide VALUE 'E'.
       02 FILLER PIC X VALUE SPACE.
       02 PB-Precinct PIC X(6).

      *> Where each person lives, keyed by the SSN the eligibility
      *> results carry. The last line for a person is the current
      *> address.
FD ResidenceFile.
01 ResidenceLine.
       02 RS-SSNum PIC 9(9).
       02 FILLER PIC X VALUE SPACE.
       02 RS-HouseNumber PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RS-Street PIC X(25).
       02 FILLER PIC X VALUE SPACE.
       02 RS-Unit PIC X(6).

FD IntakeFile.
01 IntakeRecord.
       02 IntSSNum PIC 9(9).
       02 IntCustName PIC X(20).
       02 IntAge PIC 99.
       02 IntCanVoteFlag PIC 9.
       02 IntGrade PIC 99.
       02 IntIdent PIC 9(3).
       02 IntDateOfBirth PIC 9(8).

      *> One eligible voter. Voters who could not be placed sort last
      *> under a high-values precinct with the reason they were not.
SD PollWork.
01 PollWorkRecord.
       02 PW-Precinct PIC X(6).
       02 PW-Name PIC X(20).
       02 PW-SSNum PIC 9(9).
       02 PW-HouseNumber PIC 9(6).
       02 PW-Street PIC X(25).
       02 PW-Unit PIC X(6).
       02 PW-Reason PIC X.
           88 PW-NoAddress VALUE 'A'.
           88 PW-NoPrecinct VALUE 'P'.

FD PollBookReport.
01 PrintLine PIC X(80).

FD PrecinctCountReport.
01 CountLine PIC X(60).

FD UnmatchedReport.
01 UnmatchedLine PIC X(80).

WORKING-STORAGE SECTION.
01 EligResultsStatus PIC XX.
01 ResultsEOFFlag PIC X VALUE 'N'.
       88 ResultsEOF VALUE 'Y'.
01 PrecinctEOFFlag PIC X VALUE 'N'.
       88 PrecinctEOF VALUE 'Y'.
01 ResidenceEOFFlag PIC X VALUE 'N'.
       88 ResidenceEOF VALUE 'Y'.
01 IntakeEOFFlag PIC X VALUE 'N'.
       88 IntakeEOF VALUE 'Y'.
01 WorkEOFFlag PIC X VALUE 'N'.
       88 WorkEOF VALUE 'Y'.
01 RecordsRead PIC 9(6) VALUE ZERO.
01 EligibleRead PIC 9(6) VALUE ZERO.
01 VotersAssigned PIC 9(6) VALUE ZERO.
01 VotersUnmatched PIC 9(6) VALUE ZERO.
01 DuplicatesSkipped PIC 9(6) VALUE ZERO.
01 PriorPrecinct PIC X(6).
01 PriorSSNum PIC 9(9).
01 PriorSetFlag PIC X VALUE 'N'.
       88 PriorSet VALUE 'Y'.
01 VotersOnPage PIC 99.
01 VotersPerPage PIC 99 VALUE 12.
01 PageNumber PIC 999.
01 WorkStreet PIC X(25).
01 WorkHouseNumber PIC 9(6).
01 HouseRemainder PIC 9.
01 HouseHalf PIC 9(6).
01 AddressText PIC X(40).
01 PrnHouseNumber PIC Z(5)9.
01 LeadingSpaces PIC 99.

01 BoundaryTable.
       02 BT-Entry OCCURS 500 TIMES.
           03 BT-Street PIC X(25).
           03 BT-LowNumber PIC 9(6).
           03 BT-HighNumber PIC 9(6).
           03 BT-Side PIC X.
           03 BT-Precinct PIC X(6).
01 BT-Count PIC 999 VALUE ZERO.
01 BT-Index PIC 999.
01 BT-Slot PIC 999.

      *> Every precinct named on the boundary table, so a precinct
      *> with no eligible voters still shows on the count.
01 PrecinctTable.
       02 PCT-Entry OCCURS 200 TIMES.
           03 PCT-Precinct PIC X(6).
           03 PCT-Voters PIC 9(6).
01 PCT-Count PIC 999 VALUE ZERO.
01 PCT-Index PIC 999.
01 PCT-Slot PIC 999.

01 ResidenceTable.
       02 RT-Entry OCCURS 3000 TIMES.
           03 RT-SSNum PIC 9(9).
           03 RT-HouseNumber PIC 9(6).
           03 RT-Street PIC X(25).
           03 RT-Unit PIC X(6).
01 RT-Count PIC 9(4) VALUE ZERO.
01 RT-Index PIC 9(4).
01 RT-Slot PIC 9(4).

01 NameTable.
       02 NT-Entry OCCURS 3000 TIMES.
           03 NT-SSNum PIC 9(9).
           03 NT-Name PIC X(20).
01 NT-Count PIC 9(4) VALUE ZERO.
01 NT-Index PIC 9(4).
01 NT-Slot PIC 9(4).

01 PollHeading.
       02 FILLER PIC X(21) VALUE "POLL BOOK - PRECINCT ".
       02 PrnPHPrecinct PIC X(6).
       02 FILLER PIC X(8) VALUE "   PAGE ".
       02 PrnPHPage PIC ZZ9.
01 PollColumns PIC X(72) VALUE
       "  NAME                 ADDRESS                                  ID".
01 PollVoterLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPVName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPVAddress PIC X(40).
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(5) VALUE "XXXX-".
       02 PrnPVLastFour PIC 9(4).
01 SignatureLine PIC X(60) VALUE
       "  Signature: _______________________________________".
01 PollFooter.
       02 FILLER PIC X(26) VALUE "  ELIGIBLE VOTERS LISTED: ".
       02 PrnPFVoters PIC ZZZZZ9.

01 CountHeading PIC X(40) VALUE "ELIGIBLE VOTERS BY PRECINCT".
01 CountDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCDPrecinct PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnCDVoters PIC ZZZZZ9.
01 CountTotalLine.
       02 FILLER PIC X(12) VALUE "  ASSIGNED  ".
       02 PrnCTAssigned PIC ZZZZZ9.
       02 FILLER PIC X(14) VALUE "   UNMATCHED  ".
       02 PrnCTUnmatched PIC ZZZZZ9.

01 UnmatchedHeading PIC X(50)
       VALUE "ELIGIBLE VOTERS NOT MATCHED TO A PRECINCT".
01 UnmatchedDetailLine.
       02 PrnUDSSNum PIC 999B99B9999.
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDAddress PIC X(32).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUDReason PIC X(14).

PROCEDURE DIVISION.
StartPara.
       DISPLAY "PRECINCT ASSIGNMENT AND POLL BOOKS"
       OPEN INPUT EligibilityResults
       IF EligResultsStatus NOT = "00"
           DISPLAY "Eligibility results file not found - run skipped"
           STOP RUN
       END-IF
       PERFORM LoadBoundaryTable
       IF BT-Count = ZERO
           DISPLAY "No precinct boundaries on precinct.txt - run skipped"
           CLOSE EligibilityResults
           STOP RUN
       END-IF
       PERFORM LoadResidenceTable
       PERFORM LoadNameTable
       OPEN OUTPUT PollBookReport
       OPEN OUTPUT UnmatchedReport
       WRITE UnmatchedLine FROM UnmatchedHeading AFTER ADVANCING PAGE
       SORT PollWork ON ASCENDING KEY PW-Precinct PW-Name PW-SSNum
           INPUT PROCEDURE IS AssignEligibleVoters
           OUTPUT PROCEDURE IS PrintPollBooks
       CLOSE UnmatchedReport
       CLOSE PollBookReport
       CLOSE EligibilityResults
       PERFORM WriteCountReport
       DISPLAY "Results read: " RecordsRead "  eligible: " EligibleRead
       DISPLAY "Assigned to a precinct: " VotersAssigned
           "  unmatched: " VotersUnmatched
       IF DuplicatesSkipped > ZERO
           DISPLAY "Repeated results for the same person skipped: "
               DuplicatesSkipped
       END-IF
       STOP RUN.

      *> Streets compare in upper case so the boundary table and the
      *> residence lines need not be keyed the same way.
LoadBoundaryTable.
       OPEN INPUT PrecinctFile
       PERFORM UNTIL PrecinctEOF
           READ PrecinctFile
               AT END SET PrecinctEOF TO TRUE
               NOT AT END
                   IF BT-Count < 500
                       ADD 1 TO BT-Count
                       MOVE FUNCTION UPPER-CASE(PB-Street)
                           TO BT-Street(BT-Count)
                       MOVE PB-LowNumber TO BT-LowNumber(BT-Count)
                       MOVE PB-HighNumber TO BT-HighNumber(BT-Count)
                       MOVE FUNCTION UPPER-CASE(PB-Side)
                           TO BT-Side(BT-Count)
                       MOVE PB-Precinct TO BT-Precinct(BT-Count)
                       PERFORM NotePrecinct
                   ELSE
                       DISPLAY "Boundary table full - ignoring "
                           PB-Street
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PrecinctFile.

NotePrecinct.
       MOVE ZERO TO PCT-Slot
       PERFORM VARYING PCT-Index FROM 1 BY 1
           UNTIL PCT-Index > PCT-Count OR PCT-Slot > ZERO
           IF PCT-Precinct(PCT-Index) = PB-Precinct
               MOVE PCT-Index TO PCT-Slot
           END-IF
       END-PERFORM
       IF PCT-Slot = ZERO
           IF PCT-Count < 200
               ADD 1 TO PCT-Count
               MOVE PB-Precinct TO PCT-Precinct(PCT-Count)
               MOVE ZERO TO PCT-Voters(PCT-Count)
           ELSE
               DISPLAY "Precinct table full - ignoring " PB-Precinct
           END-IF
       END-IF.

LoadResidenceTable.
       OPEN INPUT ResidenceFile
       PERFORM UNTIL ResidenceEOF
           READ ResidenceFile
               AT END SET ResidenceEOF TO TRUE
               NOT AT END PERFORM NoteOneResidence
           END-READ
       END-PERFORM
       CLOSE ResidenceFile.

NoteOneResidence.
       MOVE ZERO TO RT-Slot
       PERFORM VARYING RT-Index FROM 1 BY 1
           UNTIL RT-Index > RT-Count OR RT-Slot > ZERO
           IF RT-SSNum(RT-Index) = RS-SSNum
               MOVE RT-Index TO RT-Slot
           END-IF
       END-PERFORM
       IF RT-Slot = ZERO
           IF RT-Count < 3000
               ADD 1 TO RT-Count
               MOVE RT-Count TO RT-Slot
               MOVE RS-SSNum TO RT-SSNum(RT-Slot)
           ELSE
               DISPLAY "Residence table full - ignoring " RS-SSNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF RS-HouseNumber IS NUMERIC
           MOVE RS-HouseNumber TO RT-HouseNumber(RT-Slot)
       ELSE
           MOVE ZERO TO RT-HouseNumber(RT-Slot)
       END-IF
       MOVE RS-Street TO RT-Street(RT-Slot)
       MOVE RS-Unit TO RT-Unit(RT-Slot).

      *> Names come from the consolidated intake history - the latest
      *> capture for the SSN is the one used.
LoadNameTable.
       OPEN INPUT IntakeFile
       PERFORM UNTIL IntakeEOF
           READ IntakeFile
               AT END SET IntakeEOF TO TRUE
               NOT AT END PERFORM NoteOneName
           END-READ
       END-PERFORM
       CLOSE IntakeFile.

NoteOneName.
       MOVE ZERO TO NT-Slot
       PERFORM VARYING NT-Index FROM 1 BY 1
           UNTIL NT-Index > NT-Count OR NT-Slot > ZERO
           IF NT-SSNum(NT-Index) = IntSSNum
               MOVE NT-Index TO NT-Slot
           END-IF
       END-PERFORM
       IF NT-Slot = ZERO
           IF NT-Count < 3000
               ADD 1 TO NT-Count
               MOVE NT-Count TO NT-Slot
               MOVE IntSSNum TO NT-SSNum(NT-Slot)
           ELSE
               DISPLAY "Name table full - ignoring " IntSSNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE IntCustName TO NT-Name(NT-Slot).

AssignEligibleVoters.
       PERFORM UNTIL ResultsEOF
           READ EligibilityResults
               AT END SET ResultsEOF TO TRUE
               NOT AT END
                   ADD 1 TO RecordsRead
                   IF ER-CanVoteFlag = 1
                       ADD 1 TO EligibleRead
                       PERFORM AssignOneVoter
                   END-IF
           END-READ
       END-PERFORM.

AssignOneVoter.
       MOVE SPACES TO PollWorkRecord
       MOVE ER-SSNum TO PW-SSNum
       MOVE "(NAME NOT ON FILE)" TO PW-Name
       PERFORM VARYING NT-Index FROM 1 BY 1 UNTIL NT-Index > NT-Count
           IF NT-SSNum(NT-Index) = ER-SSNum
               MOVE NT-Name(NT-Index) TO PW-Name
           END-IF
       END-PERFORM
       MOVE ZERO TO RT-Slot PW-HouseNumber
       PERFORM VARYING RT-Index FROM 1 BY 1
           UNTIL RT-Index > RT-Count OR RT-Slot > ZERO
           IF RT-SSNum(RT-Index) = ER-SSNum
               MOVE RT-Index TO RT-Slot
           END-IF
       END-PERFORM
       IF RT-Slot = ZERO
           MOVE HIGH-VALUES TO PW-Precinct
           SET PW-NoAddress TO TRUE
           RELEASE PollWorkRecord
           EXIT PARAGRAPH
       END-IF
       MOVE RT-HouseNumber(RT-Slot) TO PW-HouseNumber
       MOVE RT-Street(RT-Slot) TO PW-Street
       MOVE RT-Unit(RT-Slot) TO PW-Unit
       PERFORM FindPrecinct
       IF BT-Slot = ZERO
           MOVE HIGH-VALUES TO PW-Precinct
           SET PW-NoPrecinct TO TRUE
       ELSE
           MOVE BT-Precinct(BT-Slot) TO PW-Precinct
       END-IF
       RELEASE PollWorkRecord.

      *> The first boundary line whose street, range and side take
      *> the house number decides the precinct.
FindPrecinct.
       MOVE ZERO TO BT-Slot
       MOVE FUNCTION UPPER-CASE(PW-Street) TO WorkStreet
       MOVE PW-HouseNumber TO WorkHouseNumber
       DIVIDE WorkHouseNumber BY 2 GIVING HouseHalf
           REMAINDER HouseRemainder
       PERFORM VARYING BT-Index FROM 1 BY 1
           UNTIL BT-Index > BT-Count OR BT-Slot > ZERO
           IF BT-Street(BT-Index) = WorkStreet
               AND WorkHouseNumber >= BT-LowNumber(BT-Index)
               AND WorkHouseNumber <= BT-HighNumber(BT-Index)
               EVALUATE TRUE
                   WHEN BT-Side(BT-Index) = 'O' AND HouseRemainder = 1
                       MOVE BT-Index TO BT-Slot
                   WHEN BT-Side(BT-Index) = 'E' AND HouseRemainder = 0
                       MOVE BT-Index TO BT-Slot
                   WHEN BT-Side(BT-Index) NOT = 'O'
                       AND BT-Side(BT-Index) NOT = 'E'
                       MOVE BT-Index TO BT-Slot
               END-EVALUATE
           END-IF
       END-PERFORM.

ReturnOneVoter.
       RETURN PollWork
           AT END SET WorkEOF TO TRUE
       END-RETURN.

      *> A person appearing more than once in the results is listed
      *> once - the sort brings their lines together.
PrintPollBooks.
       PERFORM ReturnOneVoter
       PERFORM UNTIL WorkEOF
           IF PriorSet AND PW-SSNum = PriorSSNum
               AND PW-Precinct = PriorPrecinct
               ADD 1 TO DuplicatesSkipped
           ELSE
               PERFORM PlaceOneVoter
           END-IF
           MOVE PW-SSNum TO PriorSSNum
           PERFORM ReturnOneVoter
       END-PERFORM
       IF PriorSet AND PriorPrecinct NOT = HIGH-VALUES
           PERFORM EndPrecinctBook
       END-IF.

PlaceOneVoter.
       PERFORM FormatAddress
       IF PW-Precinct = HIGH-VALUES
           PERFORM ListUnmatchedVoter
           IF PriorSet AND PriorPrecinct NOT = HIGH-VALUES
               PERFORM EndPrecinctBook
           END-IF
           MOVE PW-Precinct TO PriorPrecinct
           SET PriorSet TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF NOT PriorSet OR PW-Precinct NOT = PriorPrecinct
           IF PriorSet
               PERFORM EndPrecinctBook
           END-IF
           MOVE PW-Precinct TO PriorPrecinct
           SET PriorSet TO TRUE
           MOVE ZERO TO PageNumber
           PERFORM FindPrecinctCount
           PERFORM StartPollPage
       END-IF
       IF VotersOnPage >= VotersPerPage
           PERFORM StartPollPage
       END-IF
       MOVE PW-Name TO PrnPVName
       MOVE AddressText TO PrnPVAddress
       MOVE PW-SSNum(6:4) TO PrnPVLastFour
       WRITE PrintLine FROM PollVoterLine AFTER ADVANCING 2 LINES
       WRITE PrintLine FROM SignatureLine AFTER ADVANCING 2 LINES
       ADD 1 TO VotersOnPage
       ADD 1 TO VotersAssigned
       IF PCT-Slot > ZERO
           ADD 1 TO PCT-Voters(PCT-Slot)
       END-IF.

FindPrecinctCount.
       MOVE ZERO TO PCT-Slot
       PERFORM VARYING PCT-Index FROM 1 BY 1
           UNTIL PCT-Index > PCT-Count OR PCT-Slot > ZERO
           IF PCT-Precinct(PCT-Index) = PW-Precinct
               MOVE PCT-Index TO PCT-Slot
           END-IF
       END-PERFORM.

StartPollPage.
       ADD 1 TO PageNumber
       MOVE ZERO TO VotersOnPage
       MOVE PW-Precinct TO PrnPHPrecinct
       MOVE PageNumber TO PrnPHPage
       WRITE PrintLine FROM PollHeading AFTER ADVANCING PAGE
       WRITE PrintLine FROM PollColumns AFTER ADVANCING 2 LINES.

EndPrecinctBook.
       IF PCT-Slot > ZERO
           MOVE PCT-Voters(PCT-Slot) TO PrnPFVoters
           WRITE PrintLine FROM PollFooter AFTER ADVANCING 3 LINES
       END-IF.

ListUnmatchedVoter.
       MOVE PW-SSNum TO PrnUDSSNum
       MOVE PW-Name TO PrnUDName
       MOVE AddressText TO PrnUDAddress
       IF PW-NoAddress
           MOVE "NO ADDRESS" TO PrnUDReason
       ELSE
           MOVE "NO PRECINCT" TO PrnUDReason
       END-IF
       WRITE UnmatchedLine FROM UnmatchedDetailLine
           AFTER ADVANCING 1 LINE
       ADD 1 TO VotersUnmatched.

      *> House number without its leading zeros, then street and unit.
FormatAddress.
       MOVE SPACES TO AddressText
       IF PW-Street = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE PW-HouseNumber TO PrnHouseNumber
       MOVE ZERO TO LeadingSpaces
       INSPECT PrnHouseNumber TALLYING LeadingSpaces FOR LEADING SPACES
       STRING PrnHouseNumber(LeadingSpaces + 1:) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PW-Street DELIMITED BY "  "
           " " DELIMITED BY SIZE
           PW-Unit DELIMITED BY "  "
           INTO AddressText
       END-STRING.

WriteCountReport.
       OPEN OUTPUT PrecinctCountReport
       WRITE CountLine FROM CountHeading AFTER ADVANCING PAGE
       MOVE SPACES TO CountLine
       WRITE CountLine AFTER ADVANCING 1 LINE
       PERFORM VARYING PCT-Index FROM 1 BY 1 UNTIL PCT-Index > PCT-Count
           MOVE PCT-Precinct(PCT-Index) TO PrnCDPrecinct
           MOVE PCT-Voters(PCT-Index) TO PrnCDVoters
           WRITE CountLine FROM CountDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE VotersAssigned TO PrnCTAssigned
       MOVE VotersUnmatched TO PrnCTUnmatched
       WRITE CountLine FROM CountTotalLine AFTER ADVANCING 2 LINES
       CLOSE PrecinctCountReport.
