           FILE STATUS IS TemplateFileStatus.
       SELECT MessageOutput ASSIGN TO "notifout.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MailOutput ASSIGN TO "notifmail.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AckDocFile ASSIGN TO "ackdoc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BounceFile ASSIGN TO "bounce.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PrefFile ASSIGN TO "commpref.txt"
       02 NQ-IDNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-EventType PIC X(8).
           88 NQ-OrderDocument VALUE "ORDACK" "ORDREVW".
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Email PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Status PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Retry PIC 99.
      *> The order a document notice carries - blank on every other
      *> event and on entries queued before documents were sent.
       02 FILLER PIC X VALUE SPACE.
       02 NQ-Reference PIC 9(6).

FD NewQueue.
01 NewQueueRecord.
       02 NW-Status PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 NW-Retry PIC 99.
       02 FILLER PIC X VALUE SPACE.
       02 NW-Reference PIC 9(6).

FD TemplateFile.
01 TemplateLine PIC X(60).
FD MessageOutput.
01 MessageLine PIC X(70).

      *> Documents going out by post, one to a page for the mail room.
FD MailOutput.
01 MailLine PIC X(70).

FD AckDocFile.
01 AckDocRecord.
    COPY "ACKDOC.cpy".

FD BounceFile.
01 BounceLine.
       02 BN-Email PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 EntriesSuppressed PIC 9(5) VALUE ZERO.
01 EntriesDead PIC 9(5) VALUE ZERO.
01 EntriesRetried PIC 9(5) VALUE ZERO.
01 EntriesMailed PIC 9(5) VALUE ZERO.
01 MaxRetries PIC 9 VALUE 3.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
01 TemplateOKFlag PIC X.
       88 TemplateOK VALUE 'Y'.

      *> The order document a notice carries, off ackdoc.txt.
01 DocumentTable.
       02 DOC-Line PIC X(70) OCCURS 80 TIMES.
01 DOC-Count PIC 99 VALUE ZERO.
01 DOC-Index PIC 99.
01 DocEOFFlag PIC X.
       88 DocEOF VALUE 'Y'.
01 MailPageRule PIC X(70) VALUE ALL "-".

      *> Stated communication preferences, last line per party wins.
01 PrefTable.
       02 PrefEntry OCCURS 200 TIMES.
       END-IF
       OPEN OUTPUT NewQueue
       OPEN OUTPUT MessageOutput
       OPEN OUTPUT MailOutput
       OPEN EXTEND ExceptionLog
      *> The queue streams record by record to its replacement file -
      *> no in-storage table, so the run handles the queue at any
           END-READ
       END-PERFORM
       CLOSE MessageOutput
       CLOSE MailOutput
       CLOSE NewQueue
       CLOSE NotifyQueue
       CLOSE ExceptionLog
       DISPLAY "  retried: " EntriesRetried
           " suppressed: " EntriesSuppressed
           " dead: " EntriesDead
           " mailed: " EntriesMailed
       PERFORM WriteBalanceLine
       STOP RUN.

       MOVE NQ-IDNum TO WorkPartyID
       PERFORM FindOperationalPref
       PERFORM CheckBouncedEmail
       IF NQ-OrderDocument
           PERFORM DeliverOrderDocument
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN EffectivePref = 'N' OR EffectivePref = 'M'
               MOVE 'P' TO NQ-Status
               END-IF
       END-EVALUATE.

      *> An order document is the customer's copy of the order, so
      *> it goes out by post when the customer asks for mail or has
      *> no working email - only an email-only customer with no
      *> address to send to fails, and only N stops it outright. The
      *> document is the whole message - it needs no template.
DeliverOrderDocument.
       PERFORM LoadOrderDocument
       IF DOC-Count = ZERO
           DISPLAY "Document for order " NQ-Reference
               " not found - entry failed"
           PERFORM FailOneEntry
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN EffectivePref = 'N'
               MOVE 'P' TO NQ-Status
               ADD 1 TO EntriesSuppressed
           WHEN EffectivePref = 'E' AND BounceMatched
               MOVE 'X' TO NQ-Status
               ADD 1 TO EntriesDead
           WHEN EffectivePref = 'E' AND NQ-Email = SPACES
               PERFORM FailOneEntry
           WHEN EffectivePref = 'M' OR NQ-Email = SPACES OR BounceMatched
               PERFORM PrintMailedDocument
               MOVE 'M' TO NQ-Status
               ADD 1 TO EntriesMailed
           WHEN OTHER
               MOVE ZERO TO TPL-Count
               PERFORM WriteOneMessage
               MOVE 'S' TO NQ-Status
               ADD 1 TO EntriesSent
       END-EVALUATE.

LoadOrderDocument.
       MOVE ZERO TO DOC-Count
       IF NQ-Reference IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO DocEOFFlag
       OPEN INPUT AckDocFile
       PERFORM UNTIL DocEOF
           READ AckDocFile
               AT END SET DocEOF TO TRUE
               NOT AT END
                   IF AD-OrderNum = NQ-Reference
                       AND AD-EventType = NQ-EventType
                       AND DOC-Count < 80
                       ADD 1 TO DOC-Count
                       MOVE AD-Text TO DOC-Line(DOC-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AckDocFile.

PrintMailedDocument.
       WRITE MailLine FROM MailPageRule AFTER ADVANCING PAGE
       PERFORM VARYING DOC-Index FROM 1 BY 1 UNTIL DOC-Index > DOC-Count
           WRITE MailLine FROM DOC-Line(DOC-Index)
               AFTER ADVANCING 1 LINE
       END-PERFORM.

FailOneEntry.
       ADD 1 TO NQ-Retry
       IF NQ-Retry >= MaxRetries
       PERFORM VARYING TPL-Index FROM 1 BY 1 UNTIL TPL-Index > TPL-Count
           WRITE MessageLine FROM TPL-Line(TPL-Index)
               AFTER ADVANCING 1 LINE
       END-PERFORM
       IF NQ-OrderDocument
           PERFORM VARYING DOC-Index FROM 1 BY 1
               UNTIL DOC-Index > DOC-Count
               WRITE MessageLine FROM DOC-Line(DOC-Index)
                   AFTER ADVANCING 1 LINE
           END-PERFORM
       END-IF.

      *> The worked queue replaces the live one the same way the
      *> sign-on programs swap a legacy operator file - delete and
