       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPMNT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS INV-InvoiceNum
           ALTERNATE RECORD KEY IS INV-IDNum WITH DUPLICATES
           FILE STATUS IS InvoiceFileStatus.
       SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ContactLog ASSIGN TO "contact.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BalanceReport ASSIGN TO "balrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
01 InvoiceData.
    COPY "INVREC.cpy".

FD DisputeFile.
01 DisputeRecord.
    COPY "DISPREC.cpy".

FD ContactLog.
01 ContactLogRecord.
    COPY "CONTREC.cpy".

FD BalanceReport.
01 BalanceRecord.
    COPY "BALREC.cpy".

WORKING-STORAGE SECTION.
01 InvoiceFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 Confirm PIC X.
01 AskInvoiceNum PIC 9(6).
01 AskDisputeNum PIC 9(6).
01 AskIDNum PIC 9(6).
01 AskReason PIC X(2).
01 AskAmount PIC 9(7)V99.
01 AskOwner PIC X(8).
01 AskNote PIC X(30).
01 AskAction PIC X.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       02 FILLER PIC X(13).
01 InvoiceOpenAmount PIC S9(7)V99.
01 AlreadyDisputed PIC 9(7)V99.
01 Disputable PIC S9(7)V99.
01 MaxDisputeNum PIC 9(6).
01 DisputesOpened PIC 9(5) VALUE ZERO.
01 DisputesClosed PIC 9(5) VALUE ZERO.
01 DisputesListed PIC 9(5).
01 PrnAmount PIC $$,$$$,$$9.99.
01 PrnOpenAmount PIC $$,$$$,$$9.99.
01 ContactNote PIC X(40).

      *> The dispute file is worked whole in storage and written back
      *> IMMEDIATELY after every change, the same way the cash
      *> workbench keeps the payment and check registers - a file
      *> past the table's capacity refuses the screen so no dispute
      *> is lost on the write-back.
01 DisputeTable.
       02 DT-Entry OCCURS 500 TIMES.
           03 DT-Record PIC X(93).
01 DT-Count PIC 999 VALUE ZERO.
01 DT-Index PIC 999.
01 DT-Slot PIC 999.
01 DT-OverflowFlag PIC X VALUE 'N'.
       88 DT-Overflowed VALUE 'Y'.
01 DisputeEOFFlag PIC X.
       88 DisputeEOF VALUE 'Y'.
COPY "SIGNON.cpy".

COPY "REGION.cpy".

      *> Collections opens a dispute against an invoice when the
      *> customer will not pay some or all of it over price, quantity
      *> or damaged goods, names who owns it, and closes it once the
      *> credit is issued (resolved) or the customer agrees to pay
      *> (withdrawn). Every step lands on the customer's contact log.
PROCEDURE DIVISION.
StartPara.
       MOVE "DISPMNT" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           DISPLAY "Not Authorized - Maintenance Level Required"
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE CT-Date TO RunDate
       PERFORM LoadDisputeTable
       IF DT-Overflowed
           DISPLAY "Dispute file exceeds screen capacity - run refused"
           DISPLAY "so no dispute is lost on the write-back."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT InvoiceFile
       IF InvoiceFileStatus NOT = "00"
           DISPLAY "Invoice register could not be opened - status "
               InvoiceFileStatus
           STOP RUN
       END-IF
       OPEN EXTEND ContactLog
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "INVOICE DISPUTES"
           DISPLAY "1: Open A Dispute"
           DISPLAY "2: Reassign Or Close A Dispute"
           DISPLAY "3: List Open Disputes"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM OpenDispute
               WHEN 2 PERFORM UpdateDispute
               WHEN 3 PERFORM ListOpenDisputes
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE ContactLog
       CLOSE InvoiceFile
       PERFORM WriteBalanceLine
       STOP RUN.

      *> Only an open merchandise invoice can be disputed, and never
      *> for more than is still unpaid on it less what other open
      *> disputes on it already hold back. A zero amount disputes
      *> everything that is left.
OpenDispute.
       DISPLAY " "
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT AskInvoiceNum
       MOVE AskInvoiceNum TO INV-InvoiceNum
       READ InvoiceFile
           INVALID KEY
               DISPLAY "Invoice " AskInvoiceNum " is not on the register"
               EXIT PARAGRAPH
       END-READ
       IF NOT INV-OpenInvoice
           DISPLAY "Invoice " AskInvoiceNum " is not an open invoice"
           EXIT PARAGRAPH
       END-IF
       IF DT-Count >= 500
           DISPLAY "Dispute table full - dispute refused so nothing"
               " is lost on the write-back"
           EXIT PARAGRAPH
       END-IF
       COMPUTE InvoiceOpenAmount = INV-Total - INV-AmountPaid
       MOVE ZERO TO AlreadyDisputed
       MOVE ZERO TO MaxDisputeNum
       PERFORM VARYING DT-Index FROM 1 BY 1 UNTIL DT-Index > DT-Count
           MOVE DT-Record(DT-Index) TO DisputeRecord
           IF DSP-DisputeNum > MaxDisputeNum
               MOVE DSP-DisputeNum TO MaxDisputeNum
           END-IF
           IF DSP-Open AND DSP-InvoiceNum = AskInvoiceNum
               ADD DSP-Amount TO AlreadyDisputed
           END-IF
       END-PERFORM
       COMPUTE Disputable = InvoiceOpenAmount - AlreadyDisputed
       MOVE InvoiceOpenAmount TO PrnOpenAmount
       MOVE AlreadyDisputed TO PrnAmount
       DISPLAY "Customer " INV-IDNum "  open " PrnOpenAmount
           "  already in dispute " PrnAmount
       IF Disputable NOT > ZERO
           DISPLAY "Nothing left on invoice " AskInvoiceNum
               " to dispute"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reason (PR price, QT quantity, DG damaged, OT other) : "
           WITH NO ADVANCING
       ACCEPT AskReason
       MOVE AskReason TO DSP-Reason
       IF NOT DSP-ValidReason
           DISPLAY "Unknown reason code - dispute not opened"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Disputed amount (0 = all that is open) : "
           WITH NO ADVANCING
       ACCEPT AskAmount
       IF AskAmount = ZERO
           MOVE Disputable TO AskAmount
       END-IF
       IF AskAmount > Disputable
           MOVE Disputable TO PrnAmount
           DISPLAY "No more than " PrnAmount " can be disputed"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Owner (blank = " SO-OperatorID ") : " WITH NO ADVANCING
       ACCEPT AskOwner
       IF AskOwner = SPACES
           MOVE SO-OperatorID TO AskOwner
       END-IF
       DISPLAY "Note : " WITH NO ADVANCING
       ACCEPT AskNote
       MOVE SPACES TO DisputeRecord
       ADD 1 TO MaxDisputeNum
       MOVE MaxDisputeNum TO DSP-DisputeNum
       MOVE AskInvoiceNum TO DSP-InvoiceNum
       MOVE INV-IDNum TO DSP-IDNum
       MOVE RunDate TO DSP-OpenDate
       MOVE AskReason TO DSP-Reason
       MOVE AskAmount TO DSP-Amount
       MOVE AskOwner TO DSP-Owner
       SET DSP-Open TO TRUE
       MOVE ZERO TO DSP-CloseDate
       MOVE AskNote TO DSP-Note
       ADD 1 TO DT-Count
       MOVE DisputeRecord TO DT-Record(DT-Count)
       PERFORM RewriteDisputeFile
       ADD 1 TO DisputesOpened
       MOVE SPACES TO ContactNote
       STRING "Dispute " DELIMITED BY SIZE
              DSP-DisputeNum DELIMITED BY SIZE
              " opened inv " DELIMITED BY SIZE
              DSP-InvoiceNum DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              DSP-Reason DELIMITED BY SIZE
              INTO ContactNote
       END-STRING
       PERFORM LogDisputeContact
       DISPLAY "Dispute " DSP-DisputeNum " opened".

UpdateDispute.
       DISPLAY " "
       DISPLAY "Dispute number : " WITH NO ADVANCING
       ACCEPT AskDisputeNum
       MOVE ZERO TO DT-Slot
       PERFORM VARYING DT-Index FROM 1 BY 1
           UNTIL DT-Index > DT-Count OR DT-Slot > ZERO
           MOVE DT-Record(DT-Index) TO DisputeRecord
           IF DSP-DisputeNum = AskDisputeNum
               MOVE DT-Index TO DT-Slot
           END-IF
       END-PERFORM
       IF DT-Slot = ZERO
           DISPLAY "Dispute " AskDisputeNum " is not on file"
           EXIT PARAGRAPH
       END-IF
       MOVE DT-Record(DT-Slot) TO DisputeRecord
       IF NOT DSP-Open
           DISPLAY "Dispute " AskDisputeNum " is already closed"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowOneDispute
       DISPLAY "O = new owner, R = resolved, W = withdrawn : "
           WITH NO ADVANCING
       ACCEPT AskAction
       MOVE SPACES TO ContactNote
       EVALUATE AskAction
           WHEN 'O' WHEN 'o'
               DISPLAY "New owner : " WITH NO ADVANCING
               ACCEPT AskOwner
               IF AskOwner = SPACES
                   DISPLAY "No owner keyed - dispute unchanged"
                   EXIT PARAGRAPH
               END-IF
               MOVE AskOwner TO DSP-Owner
               STRING "Dispute " DELIMITED BY SIZE
                      DSP-DisputeNum DELIMITED BY SIZE
                      " now owned by " DELIMITED BY SIZE
                      DSP-Owner DELIMITED BY SIZE
                      INTO ContactNote
               END-STRING
           WHEN 'R' WHEN 'r'
               SET DSP-Resolved TO TRUE
               MOVE RunDate TO DSP-CloseDate
               ADD 1 TO DisputesClosed
               STRING "Dispute " DELIMITED BY SIZE
                      DSP-DisputeNum DELIMITED BY SIZE
                      " resolved" DELIMITED BY SIZE
                      INTO ContactNote
               END-STRING
           WHEN 'W' WHEN 'w'
               SET DSP-Withdrawn TO TRUE
               MOVE RunDate TO DSP-CloseDate
               ADD 1 TO DisputesClosed
               STRING "Dispute " DELIMITED BY SIZE
                      DSP-DisputeNum DELIMITED BY SIZE
                      " withdrawn - amount owing" DELIMITED BY SIZE
                      INTO ContactNote
               END-STRING
           WHEN OTHER
               DISPLAY "Dispute unchanged"
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE DisputeRecord TO DT-Record(DT-Slot)
       PERFORM RewriteDisputeFile
       PERFORM LogDisputeContact
       DISPLAY "Dispute " DSP-DisputeNum " updated".

ListOpenDisputes.
       DISPLAY " "
       DISPLAY "Customer ID (0 = all) : " WITH NO ADVANCING
       ACCEPT AskIDNum
       MOVE ZERO TO DisputesListed
       PERFORM VARYING DT-Index FROM 1 BY 1 UNTIL DT-Index > DT-Count
           MOVE DT-Record(DT-Index) TO DisputeRecord
           IF DSP-Open AND (AskIDNum = ZERO OR DSP-IDNum = AskIDNum)
               PERFORM ShowOneDispute
               ADD 1 TO DisputesListed
           END-IF
       END-PERFORM
       IF DisputesListed = ZERO
           DISPLAY "No open disputes"
       END-IF.

ShowOneDispute.
       MOVE DSP-Amount TO PrnAmount
       DISPLAY DSP-DisputeNum " inv " DSP-InvoiceNum " cust " DSP-IDNum
           " opened " DSP-OpenDate " " DSP-Reason " " PrnAmount
           " " DSP-Owner
       IF DSP-Note NOT = SPACES
           DISPLAY "       " DSP-Note
       END-IF.

LogDisputeContact.
       MOVE SPACES TO ContactLogRecord
       MOVE DSP-IDNum TO CLG-IDNum
       MOVE FUNCTION CURRENT-DATE TO CLG-Timestamp
       MOVE SO-OperatorID TO CLG-Operator
       MOVE "DISPUTE" TO CLG-Type
       MOVE ZERO TO CLG-RefDate
       MOVE ContactNote TO CLG-Note
       WRITE ContactLogRecord.

LoadDisputeTable.
       MOVE ZERO TO DT-Count
       MOVE 'N' TO DT-OverflowFlag
       MOVE 'N' TO DisputeEOFFlag
       OPEN INPUT DisputeFile
       PERFORM UNTIL DisputeEOF
           READ DisputeFile
               AT END SET DisputeEOF TO TRUE
               NOT AT END
                   IF DT-Count < 500
                       ADD 1 TO DT-Count
                       MOVE DisputeRecord TO DT-Record(DT-Count)
                   ELSE
                       SET DT-Overflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DisputeFile.

RewriteDisputeFile.
       OPEN OUTPUT DisputeFile
       PERFORM VARYING DT-Index FROM 1 BY 1 UNTIL DT-Index > DT-Count
           MOVE DT-Record(DT-Index) TO DisputeRecord
           WRITE DisputeRecord
       END-PERFORM
       CLOSE DisputeFile.

WriteBalanceLine.
       OPEN EXTEND BalanceReport
       CALL "REGIONSRV" USING RG-Parameters
       MOVE RG-Region TO BAL-Region
       MOVE FUNCTION CURRENT-DATE TO BAL-Timestamp
       MOVE "DISPMNT" TO BAL-Program
       MOVE "DISPUTES" TO BAL-Step
       MOVE DT-Count TO BAL-RecordsIn
       MOVE DisputesOpened TO BAL-RecordsOut
       WRITE BalanceRecord
       CLOSE BalanceReport.
