       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPMNT.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SupplierFile ASSIGN TO "suppmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SupplierAuditFile ASSIGN TO "suppaud.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD SupplierFile.
01 SupplierLine.
    COPY "SUPPREC.cpy".

      *> Before and after images of every supplier line changed, the
      *> product audit's shape - who changed which supplier, when,
      *> and from what to what.
FD SupplierAuditFile.
01 SupplierAuditRecord.
       02 SA-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 SA-Action PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 SA-Code PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 SA-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 SA-Before PIC X(55).
       02 FILLER PIC X VALUE SPACE.
       02 SA-After PIC X(55).

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

WORKING-STORAGE SECTION.
01 WS-ExceptionMessage PIC X(60).
01 WS-BeforeImage PIC X(55).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 SupplierFileEOFFlag PIC X.
       88 SupplierFileEOF VALUE 'Y'.
01 SuppliersChanged PIC 9(4) VALUE ZERO.
01 SupplierTable.
       02 SupEntry OCCURS 20 TIMES.
           03 SUP-Code PIC X(4).
           03 SUP-Name PIC X(20).
           03 SUP-Phone PIC X(12).
           03 SUP-LeadDays PIC 9(3).
           03 SUP-TermsCode PIC X(10).
           03 SUP-Status PIC X.
               88 SUP-Active  VALUE 'A'.
               88 SUP-Blocked VALUE 'B'.
01 SupCount PIC 99 VALUE ZERO.
      *> Set when suppmast.txt holds more than the table - the file is
      *> written back whole, so it may be listed but not changed.
01 SupOverflowFlag PIC X VALUE 'N'.
       88 SupTableOverflowed VALUE 'Y'.
01 SUP-Index PIC 99.
01 SUP-Slot PIC 99.
01 SUP-FoundFlag PIC X.
       88 SUP-EntryFound VALUE 'Y'.
01 AskCode PIC X(4).
01 AskName PIC X(20).
01 AskPhone PIC X(12).
01 AskLeadDays PIC 9(3).
01 AskTermsCode PIC X(10).
COPY "TERMSRV.cpy".
COPY "SIGNON.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "SUPPMNT" TO SO-CallerName
       CALL "SIGNON" USING SO-Parameters
       IF NOT SO-SignedOn
           STOP RUN
       END-IF
       IF NOT SO-MaintLevel AND NOT SO-SupervisorLevel
           MOVE "Supplier Maintenance Refused - Maintenance Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
           STOP RUN
       END-IF
       PERFORM LoadSupplierTable
       OPEN EXTEND SupplierAuditFile
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SUPPLIER MAINTENANCE"
           DISPLAY "1: Add Supplier"
           DISPLAY "2: Change Name / Phone"
           DISPLAY "3: Change Lead Time / Terms"
           DISPLAY "4: Block Supplier"
           DISPLAY "5: Reactivate Supplier"
           DISPLAY "6: List Suppliers"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           IF SupTableOverflowed AND Choice >= 1 AND Choice <= 5
               MOVE "Supplier Change Refused - suppmast.txt Exceeds Table"
                   TO WS-ExceptionMessage
               PERFORM LogException
           ELSE
               EVALUATE Choice
                   WHEN 1 PERFORM AddSupplier
                   WHEN 2 PERFORM ChangeSupplierContact
                   WHEN 3 PERFORM ChangeSupplierTerms
                   WHEN 4 PERFORM BlockSupplier
                   WHEN 5 PERFORM ReactivateSupplier
                   WHEN 6 PERFORM ListSuppliers
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE SupplierAuditFile
       IF SuppliersChanged > ZERO AND NOT SupTableOverflowed
           PERFORM WriteSupplierFile
       END-IF
       IF SupTableOverflowed
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

      *> Hand-keyed lines from before the master was maintained here
      *> have no lead time, terms or status; they load as no lead
      *> time, no terms and active, and are written back complete.
LoadSupplierTable.
       MOVE ZERO TO SupCount
       MOVE 'N' TO SupplierFileEOFFlag
       OPEN INPUT SupplierFile
       PERFORM UNTIL SupplierFileEOF
           READ SupplierFile
               AT END SET SupplierFileEOF TO TRUE
               NOT AT END
                   IF SupCount < 20
                       ADD 1 TO SupCount
                       MOVE SU-Code TO SUP-Code(SupCount)
                       MOVE SU-Name TO SUP-Name(SupCount)
                       MOVE SU-Phone TO SUP-Phone(SupCount)
                       IF SU-LeadDays IS NUMERIC
                           MOVE SU-LeadDays TO SUP-LeadDays(SupCount)
                       ELSE
                           MOVE ZERO TO SUP-LeadDays(SupCount)
                       END-IF
                       MOVE SU-TermsCode TO SUP-TermsCode(SupCount)
                       IF SU-BlockedSupplier
                           MOVE 'B' TO SUP-Status(SupCount)
                       ELSE
                           MOVE 'A' TO SUP-Status(SupCount)
                       END-IF
                   ELSE
                       SET SupTableOverflowed TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SupplierFile
       IF SupTableOverflowed
           DISPLAY "suppmast.txt exceeds table capacity - listing only,"
               " no supplier can be changed"
       END-IF.

FindSupplier.
       MOVE 'N' TO SUP-FoundFlag
       MOVE ZERO TO SUP-Slot
       PERFORM VARYING SUP-Index FROM 1 BY 1
           UNTIL SUP-Index > SupCount OR SUP-EntryFound
           IF SUP-Code(SUP-Index) = AskCode
               SET SUP-EntryFound TO TRUE
               MOVE SUP-Index TO SUP-Slot
           END-IF
       END-PERFORM.

AskSupplierCode.
       DISPLAY " "
       DISPLAY "Supplier Code : " WITH NO ADVANCING
       ACCEPT AskCode
       PERFORM FindSupplier
       IF NOT SUP-EntryFound
           DISPLAY "Supplier not found"
       END-IF.

AddSupplier.
       DISPLAY " "
       DISPLAY "New Supplier Code : " WITH NO ADVANCING
       ACCEPT AskCode
       PERFORM FindSupplier
       IF AskCode = SPACES
           DISPLAY "Supplier code is required"
           EXIT PARAGRAPH
       END-IF
       IF SUP-EntryFound
           DISPLAY "Supplier already exists"
           EXIT PARAGRAPH
       END-IF
       IF SupCount >= 20
           DISPLAY "Supplier table full"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Name : " WITH NO ADVANCING
       ACCEPT AskName
       DISPLAY "Phone : " WITH NO ADVANCING
       ACCEPT AskPhone
       PERFORM AskLeadAndTerms
       IF AskTermsCode = "?"
           DISPLAY "Supplier not added"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SupCount
       MOVE SupCount TO SUP-Slot
       MOVE SPACES TO WS-BeforeImage
       MOVE AskCode TO SUP-Code(SUP-Slot)
       MOVE AskName TO SUP-Name(SUP-Slot)
       MOVE AskPhone TO SUP-Phone(SUP-Slot)
       MOVE AskLeadDays TO SUP-LeadDays(SUP-Slot)
       MOVE AskTermsCode TO SUP-TermsCode(SUP-Slot)
       MOVE 'A' TO SUP-Status(SUP-Slot)
       MOVE "ADD" TO SA-Action
       PERFORM AuditSupplierChange
       DISPLAY "Supplier added".

ChangeSupplierContact.
       PERFORM AskSupplierCode
       IF SUP-EntryFound
           PERFORM SaveBeforeImage
           DISPLAY "Name [" SUP-Name(SUP-Slot) "] (blank = keep) : "
               WITH NO ADVANCING
           ACCEPT AskName
           DISPLAY "Phone [" SUP-Phone(SUP-Slot) "] (blank = keep) : "
               WITH NO ADVANCING
           ACCEPT AskPhone
           IF AskName NOT = SPACES
               MOVE AskName TO SUP-Name(SUP-Slot)
           END-IF
           IF AskPhone NOT = SPACES
               MOVE AskPhone TO SUP-Phone(SUP-Slot)
           END-IF
           MOVE "CHANGE" TO SA-Action
           PERFORM AuditSupplierChange
           DISPLAY "Supplier changed"
       END-IF.

ChangeSupplierTerms.
       PERFORM AskSupplierCode
       IF SUP-EntryFound
           DISPLAY "Now: lead time " SUP-LeadDays(SUP-Slot)
               " days, terms " SUP-TermsCode(SUP-Slot)
           PERFORM AskLeadAndTerms
           IF AskTermsCode = "?"
               DISPLAY "Supplier not changed"
           ELSE
               PERFORM SaveBeforeImage
               MOVE AskLeadDays TO SUP-LeadDays(SUP-Slot)
               MOVE AskTermsCode TO SUP-TermsCode(SUP-Slot)
               MOVE "TERMS" TO SA-Action
               PERFORM AuditSupplierChange
               DISPLAY "Lead time and terms changed"
           END-IF
       END-IF.

      *> The terms must be a code the terms table carries, or blank
      *> for the payables default - a typo here would quietly date
      *> every bill from the supplier wrong. "?" comes back to say
      *> the code was refused.
AskLeadAndTerms.
       DISPLAY "Lead Time (days order to delivery) : " WITH NO ADVANCING
       ACCEPT AskLeadDays
       DISPLAY "Payment Terms Code (blank = payables default) : "
           WITH NO ADVANCING
       ACCEPT AskTermsCode
       IF AskTermsCode NOT = SPACES
           SET TS-KnownCode TO TRUE
           MOVE AskTermsCode TO TS-TermsCode
           CALL "TERMSRV" USING TS-Parameters
           IF NOT TS-TermsFound
               DISPLAY "Terms code " AskTermsCode " is not in terms.txt"
               MOVE "?" TO AskTermsCode
           END-IF
       END-IF.

      *> A blocked supplier gets no new purchase orders; what is
      *> already on order can still be received and billed. Blocking
      *> is a supervisor decision and says so in the exception log.
BlockSupplier.
       IF NOT SO-SupervisorLevel
           MOVE "Supplier Block Refused - Supervisor Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM AskSupplierCode
       IF SUP-EntryFound
           IF SUP-Blocked(SUP-Slot)
               DISPLAY "Supplier is already blocked"
           ELSE
               PERFORM SaveBeforeImage
               MOVE 'B' TO SUP-Status(SUP-Slot)
               MOVE "BLOCK" TO SA-Action
               PERFORM AuditSupplierChange
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Supplier Blocked: " DELIMITED BY SIZE
                      AskCode DELIMITED BY SIZE
                      " By: " DELIMITED BY SIZE
                      SO-OperatorID DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogExceptionInfo
               DISPLAY "Supplier blocked - no new POs"
           END-IF
       END-IF.

ReactivateSupplier.
       IF NOT SO-SupervisorLevel
           MOVE "Supplier Reactivate Refused - Supervisor Level Required"
               TO WS-ExceptionMessage
           PERFORM LogException
           EXIT PARAGRAPH
       END-IF
       PERFORM AskSupplierCode
       IF SUP-EntryFound
           IF SUP-Active(SUP-Slot)
               DISPLAY "Supplier is already active"
           ELSE
               PERFORM SaveBeforeImage
               MOVE 'A' TO SUP-Status(SUP-Slot)
               MOVE "REACT" TO SA-Action
               PERFORM AuditSupplierChange
               MOVE SPACES TO WS-ExceptionMessage
               STRING "Supplier Reactivated: " DELIMITED BY SIZE
                      AskCode DELIMITED BY SIZE
                      " By: " DELIMITED BY SIZE
                      SO-OperatorID DELIMITED BY SIZE
                      INTO WS-ExceptionMessage
               END-STRING
               PERFORM LogExceptionInfo
               DISPLAY "Supplier reactivated"
           END-IF
       END-IF.

ListSuppliers.
       DISPLAY " "
       DISPLAY "Code Name                 Phone        Lead Terms      Status"
       PERFORM VARYING SUP-Index FROM 1 BY 1 UNTIL SUP-Index > SupCount
           DISPLAY SUP-Code(SUP-Index) " " SUP-Name(SUP-Index)
               " " SUP-Phone(SUP-Index)
               " " SUP-LeadDays(SUP-Index)
               "  " SUP-TermsCode(SUP-Index)
               " " SUP-Status(SUP-Index)
       END-PERFORM.

SaveBeforeImage.
       PERFORM MoveSlotToLine
       MOVE SupplierLine TO WS-BeforeImage.

MoveSlotToLine.
       MOVE SPACES TO SupplierLine
       MOVE SUP-Code(SUP-Slot) TO SU-Code
       MOVE SUP-Name(SUP-Slot) TO SU-Name
       MOVE SUP-Phone(SUP-Slot) TO SU-Phone
       MOVE SUP-LeadDays(SUP-Slot) TO SU-LeadDays
       MOVE SUP-TermsCode(SUP-Slot) TO SU-TermsCode
       MOVE SUP-Status(SUP-Slot) TO SU-Status.

      *> SA-Action is set by the caller; the images are the supplier
      *> line as it would be written before and after the change.
AuditSupplierChange.
       PERFORM MoveSlotToLine
       MOVE FUNCTION CURRENT-DATE TO SA-Timestamp
       MOVE SUP-Code(SUP-Slot) TO SA-Code
       MOVE SO-OperatorID TO SA-Operator
       MOVE WS-BeforeImage TO SA-Before
       MOVE SupplierLine TO SA-After
       WRITE SupplierAuditRecord
       ADD 1 TO SuppliersChanged.

WriteSupplierFile.
       OPEN OUTPUT SupplierFile
       PERFORM VARYING SUP-Slot FROM 1 BY 1 UNTIL SUP-Slot > SupCount
           PERFORM MoveSlotToLine
           WRITE SupplierLine
       END-PERFORM
       CLOSE SupplierFile
       DISPLAY SuppliersChanged " change(s) saved to suppmast.txt".

LogExceptionInfo.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "SUPPMNT" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'I' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       CLOSE ExceptionLog.

LogException.
       OPEN EXTEND ExceptionLog
       MOVE FUNCTION CURRENT-DATE TO EL-Timestamp
       MOVE "SUPPMNT" TO EL-Program
       MOVE SO-OperatorID TO EL-Operator
       MOVE 'W' TO EL-Severity
       MOVE 'N' TO EL-AckFlag
       MOVE SPACES TO EL-AckOperator
       MOVE WS-ExceptionMessage TO EL-Message
       WRITE ExceptionLogRecord
       DISPLAY WS-ExceptionMessage
       CLOSE ExceptionLog.
