       SELECT ExtractFile ASSIGN TO ExtractFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractFileStatus.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PeriodLog ASSIGN TO "arperlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ExceptionLog ASSIGN TO "excplog.txt"
FD ExtractFile.
01 ExtractLine PIC X(40).

      *> The AR control reconciliation's line per period (ARRECON).
FD ARControlFile.
01 ARControlLine.
       02 RC-Period PIC 9(6).
       02 FILLER PIC X.
       02 RC-Opening PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X.
       02 RC-LedgerClose PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X.
       02 RC-RegisterTotal PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X.
       02 RC-Status PIC X.
           88 RC-Balanced     VALUE 'B'.
           88 RC-OutOfBalance VALUE 'O'.
       02 FILLER PIC X.
       02 RC-RunDate PIC 9(8).

      *> Every close and reopen, who did it and when - the audit
      *> record behind a number that moves the financial statements.
FD PeriodLog.
       02 OP-Year PIC 9(4).
       02 OP-Month PIC 99.
01 AskPeriod PIC 9(6).
01 ControlEOFFlag PIC X.
       88 ControlEOF VALUE 'Y'.
01 ReconStatus PIC X.
       88 ReconNotRun        VALUE SPACE.
       88 ReconBalanced      VALUE 'B'.
       88 ReconOutOfBalance  VALUE 'O'.
01 RunDate PIC 9(8).
01 CurrentTimestamp.
       02 CT-Date PIC 9(8).
       CLOSE PeriodLog.

      *> A period only closes after its GL extract has run - the
      *> extract file for the period has to be on disk - and after
      *> the AR control reconciliation has run against that extract.
      *> A reconciliation left out of balance does not stop the close
      *> (the difference may be chased into the next month) but the
      *> supervisor has to see it and confirm, and it is logged.
      *> Closing rolls the open period forward one month.
ClosePeriod.
       MOVE OpenPeriod TO AskPeriod
       MOVE SPACES TO ExtractFileName
           PERFORM LogException
       ELSE
           CLOSE ExtractFile
           PERFORM FindReconStatus
           IF ReconNotRun
               DISPLAY "AR control reconciliation for period " AskPeriod
                   " has not run - close refused"
               MOVE 'A' TO WS-ExceptionSeverity
               MOVE "Period Close Refused - AR Reconciliation Not Run"
                   TO WS-ExceptionMessage
               PERFORM LogException
               EXIT PARAGRAPH
           END-IF
           IF ReconOutOfBalance
               DISPLAY "WARNING - AR control is OUT OF BALANCE for period "
                   AskPeriod " - see arrecon.rpt"
           END-IF
           DISPLAY "Close period " AskPeriod " (Y/N)? " WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm = 'Y' OR Confirm = 'y'
               PERFORM WritePeriodLog
               DISPLAY "Period " AskPeriod " closed - open period now "
                   OpenPeriod
               IF ReconOutOfBalance
                   MOVE 'A' TO WS-ExceptionSeverity
                   MOVE SPACES TO WS-ExceptionMessage
                   STRING "Period Closed With AR Control Difference: "
                          DELIMITED BY SIZE
                          AskPeriod DELIMITED BY SIZE
                          INTO WS-ExceptionMessage
                   END-STRING
                   PERFORM LogException
               END-IF
           ELSE
               DISPLAY "Close Cancelled"
           END-IF
       END-IF.

FindReconStatus.
       MOVE SPACE TO ReconStatus
       MOVE 'N' TO ControlEOFFlag
       OPEN INPUT ARControlFile
       PERFORM UNTIL ControlEOF
           READ ARControlFile
               AT END SET ControlEOF TO TRUE
               NOT AT END
                   IF RC-Period = AskPeriod
                       MOVE RC-Status TO ReconStatus
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARControlFile.

      *> The rare correction path: setting the open period back lets
      *> postings into a reported month again, so it leaves both a
      *> log record and an action-required exception behind it.
