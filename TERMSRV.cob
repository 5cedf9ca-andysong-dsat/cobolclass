       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TERMSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TermsFile ASSIGN TO "terms.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustTermsFile ASSIGN TO "custterm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD TermsFile.
01 TermsRecord.
    COPY "TERMREC.cpy".

FD CustTermsFile.
01 CustTermsRecord.
    COPY "CUSTTRM.cpy".

WORKING-STORAGE SECTION.
01 TablesLoadedFlag PIC X VALUE 'N'.
       88 TablesLoaded VALUE 'Y'.
01 TermsEOFFlag PIC X.
       88 TermsEOF VALUE 'Y'.
01 CustTermsEOFFlag PIC X.
       88 CustTermsEOF VALUE 'Y'.

01 TermsTable.
       02 TermsEntry OCCURS 20 TIMES.
           03 TT-TermsCode PIC X(10).
           03 TT-DiscPct PIC 99V99.
           03 TT-DiscDays PIC 9(3).
           03 TT-NetDays PIC 9(3).
01 TermsCount PIC 99 VALUE ZERO.
01 TT-Index PIC 99.
01 TT-Slot PIC 99.

      *> One slot per customer with terms on file, last assignment
      *> wins as the lines are read in order.
01 CustTermsTable.
       02 CustTermsEntry OCCURS 1000 TIMES.
           03 CTT-IDNum PIC 9(6).
           03 CTT-TermsCode PIC X(10).
01 CustTermsCount PIC 9(4) VALUE ZERO.
01 CTT-Index PIC 9(4).
01 CTT-Slot PIC 9(4).
01 CustTermsFullFlag PIC X VALUE 'N'.
       88 CustTermsFull VALUE 'Y'.

      *> The house terms, used whenever a customer has nothing on
      *> file or names a code terms.txt no longer carries.
01 HouseTermsCode PIC X(10) VALUE "NET30".
01 HouseNetDays PIC 9(3) VALUE 30.
01 WorkNetDays PIC 9(3).
01 WorkDiscDays PIC 9(3).
COPY "DATESRV.cpy".

LINKAGE SECTION.
COPY "TERMSRV.cpy".

PROCEDURE DIVISION USING TS-Parameters.
TermsServiceMain.
       IF NOT TablesLoaded
           PERFORM LoadTermsTables
       END-IF
       EVALUATE TRUE
           WHEN TS-CustomerTerms
               PERFORM ResolveCustomerTerms
           WHEN TS-KnownCode
               PERFORM FindTermsCode
               IF TT-Slot > ZERO
                   SET TS-TermsFound TO TRUE
                   MOVE TT-DiscPct(TT-Slot) TO TS-DiscPct
               ELSE
                   SET TS-TermsUnknown TO TRUE
                   MOVE ZERO TO TS-DiscPct
               END-IF
           WHEN TS-CodeDates
               MOVE ZERO TO TS-DueDate TS-DiscDate TS-DiscPct
               PERFORM FindTermsCode
               IF TT-Slot > ZERO
                   SET TS-TermsFound TO TRUE
                   MOVE TT-NetDays(TT-Slot) TO WorkNetDays
                   MOVE TT-DiscDays(TT-Slot) TO WorkDiscDays
                   MOVE TT-DiscPct(TT-Slot) TO TS-DiscPct
                   PERFORM ComputeTermsDates
               ELSE
                   SET TS-TermsUnknown TO TRUE
               END-IF
           WHEN OTHER
               SET TS-TermsUnknown TO TRUE
       END-EVALUATE
       EXIT PROGRAM.

      *> The customer's assigned code is looked up in the terms table;
      *> the net days count from the invoice date to the due date and
      *> the discount days to the last day the discount is allowed.
ResolveCustomerTerms.
       MOVE ZERO TO TS-DueDate TS-DiscDate TS-DiscPct
       MOVE SPACES TO TS-TermsCode
       PERFORM VARYING CTT-Index FROM 1 BY 1
           UNTIL CTT-Index > CustTermsCount
           IF CTT-IDNum(CTT-Index) = TS-IDNum
               MOVE CTT-TermsCode(CTT-Index) TO TS-TermsCode
           END-IF
       END-PERFORM
       MOVE ZERO TO TT-Slot
       IF TS-TermsCode NOT = SPACES
           PERFORM FindTermsCode
       END-IF
       IF TT-Slot > ZERO
           SET TS-TermsFound TO TRUE
           MOVE TT-NetDays(TT-Slot) TO WorkNetDays
           MOVE TT-DiscDays(TT-Slot) TO WorkDiscDays
           MOVE TT-DiscPct(TT-Slot) TO TS-DiscPct
       ELSE
           SET TS-TermsDefaulted TO TRUE
           MOVE HouseTermsCode TO TS-TermsCode
           PERFORM FindTermsCode
           IF TT-Slot > ZERO
               MOVE TT-NetDays(TT-Slot) TO WorkNetDays
               MOVE TT-DiscDays(TT-Slot) TO WorkDiscDays
               MOVE TT-DiscPct(TT-Slot) TO TS-DiscPct
           ELSE
               MOVE HouseNetDays TO WorkNetDays
               MOVE ZERO TO WorkDiscDays
           END-IF
       END-IF
       PERFORM ComputeTermsDates.

      *> Net days from the invoice date give the due date; discount
      *> days give the last day the discount may be taken.
ComputeTermsDates.
       SET DS-AddDays TO TRUE
       MOVE TS-InvoiceDate TO DS-Date1
       MOVE WorkNetDays TO DS-Days
       CALL "DATESRV" USING DS-Parameters
       IF DS-DateValid
           MOVE DS-Date2 TO TS-DueDate
       END-IF
       IF TS-DiscPct > ZERO
           SET DS-AddDays TO TRUE
           MOVE TS-InvoiceDate TO DS-Date1
           MOVE WorkDiscDays TO DS-Days
           CALL "DATESRV" USING DS-Parameters
           IF DS-DateValid
               MOVE DS-Date2 TO TS-DiscDate
           ELSE
               MOVE ZERO TO TS-DiscPct
           END-IF
       END-IF.

FindTermsCode.
       MOVE ZERO TO TT-Slot
       PERFORM VARYING TT-Index FROM 1 BY 1
           UNTIL TT-Index > TermsCount OR TT-Slot > ZERO
           IF TT-TermsCode(TT-Index) = TS-TermsCode
               MOVE TT-Index TO TT-Slot
           END-IF
       END-PERFORM.

LoadTermsTables.
       SET TablesLoaded TO TRUE
       MOVE ZERO TO TermsCount
       MOVE 'N' TO TermsEOFFlag
       OPEN INPUT TermsFile
       PERFORM UNTIL TermsEOF
           READ TermsFile
               AT END SET TermsEOF TO TRUE
               NOT AT END
                   IF TR-TermsCode NOT = SPACES
                       AND TR-DiscPct IS NUMERIC
                       AND TR-DiscDays IS NUMERIC
                       AND TR-NetDays IS NUMERIC
                       IF TermsCount < 20
                           ADD 1 TO TermsCount
                           MOVE TR-TermsCode TO TT-TermsCode(TermsCount)
                           MOVE TR-DiscPct TO TT-DiscPct(TermsCount)
                           MOVE TR-DiscDays TO TT-DiscDays(TermsCount)
                           MOVE TR-NetDays TO TT-NetDays(TermsCount)
                       ELSE
                           DISPLAY "Terms table full - " TR-TermsCode
                               " ignored"
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TermsFile
       MOVE ZERO TO CustTermsCount
       MOVE 'N' TO CustTermsEOFFlag
       OPEN INPUT CustTermsFile
       PERFORM UNTIL CustTermsEOF
           READ CustTermsFile
               AT END SET CustTermsEOF TO TRUE
               NOT AT END
                   IF CTA-IDNum IS NUMERIC
                       PERFORM NoteOneCustTerms
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CustTermsFile
       IF CustTermsFull
           DISPLAY "Customer terms table full - later customers are"
           DISPLAY "billed on NET30 until the table is enlarged."
       END-IF.

NoteOneCustTerms.
       MOVE ZERO TO CTT-Slot
       PERFORM VARYING CTT-Index FROM 1 BY 1
           UNTIL CTT-Index > CustTermsCount OR CTT-Slot > ZERO
           IF CTT-IDNum(CTT-Index) = CTA-IDNum
               MOVE CTT-Index TO CTT-Slot
           END-IF
       END-PERFORM
       IF CTT-Slot = ZERO
           IF CustTermsCount < 1000
               ADD 1 TO CustTermsCount
               MOVE CustTermsCount TO CTT-Slot
               MOVE CTA-IDNum TO CTT-IDNum(CTT-Slot)
           ELSE
               SET CustTermsFull TO TRUE
           END-IF
       END-IF
       IF CTT-Slot > ZERO
           MOVE CTA-TermsCode TO CTT-TermsCode(CTT-Slot)
       END-IF.
