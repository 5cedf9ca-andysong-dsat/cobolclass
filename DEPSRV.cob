       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DepositFile ASSIGN TO "deposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD DepositFile.
01 DepositLine.
    COPY "DEPREC.cpy".

WORKING-STORAGE SECTION.
01 DepositEOFFlag PIC X.
       88 DepositEOF VALUE 'Y'.
01 ConsumedTotal PIC 9(7)V99.

LINKAGE SECTION.
COPY "DEPSRV.cpy".

      *> Unlike the table services this one reads deposit.txt afresh
      *> on every call - it writes the file itself, and an invoice run
      *> may consume against the same order more than once.
PROCEDURE DIVISION USING DV-Parameters.
DepositServiceMain.
       SET DV-Failed TO TRUE
       PERFORM FigureOrderBalance
       EVALUATE TRUE
           WHEN DV-Inquire
               SET DV-OK TO TRUE
           WHEN DV-Take
               PERFORM TakeDeposit
           WHEN DV-Consume
               PERFORM ConsumeDeposit
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       EXIT PROGRAM.

FigureOrderBalance.
       MOVE ZERO TO DV-Taken
       MOVE ZERO TO ConsumedTotal
       MOVE 'N' TO DepositEOFFlag
       OPEN INPUT DepositFile
       PERFORM UNTIL DepositEOF
           READ DepositFile
               AT END SET DepositEOF TO TRUE
               NOT AT END
                   IF DP-OrderNum = DV-OrderNum AND DP-Amount IS NUMERIC
                       EVALUATE TRUE
                           WHEN DP-Taken
                               ADD DP-Amount TO DV-Taken
                           WHEN DP-Consumed
                               ADD DP-Amount TO ConsumedTotal
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DepositFile
       IF ConsumedTotal > DV-Taken
           MOVE ZERO TO DV-Balance
       ELSE
           COMPUTE DV-Balance = DV-Taken - ConsumedTotal
       END-IF.

TakeDeposit.
       IF DV-Amount = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO DepositLine
       MOVE DV-OrderNum TO DP-OrderNum
       MOVE DV-IDNum TO DP-IDNum
       MOVE DV-Date TO DP-Date
       SET DP-Taken TO TRUE
       MOVE DV-Amount TO DP-Amount
       MOVE ZERO TO DP-InvoiceNum
       PERFORM AppendDepositLine
       ADD DV-Amount TO DV-Taken
       ADD DV-Amount TO DV-Balance
       SET DV-OK TO TRUE.

      *> Never more than the invoice needs and never more than is
      *> held - whatever is left stays on deposit for the next
      *> shipment billed against the same order.
ConsumeDeposit.
       IF DV-Balance = ZERO OR DV-Amount = ZERO
           MOVE ZERO TO DV-Amount
           EXIT PARAGRAPH
       END-IF
       IF DV-Amount > DV-Balance
           MOVE DV-Balance TO DV-Amount
       END-IF
       MOVE SPACES TO DepositLine
       MOVE DV-OrderNum TO DP-OrderNum
       MOVE DV-IDNum TO DP-IDNum
       MOVE DV-Date TO DP-Date
       SET DP-Consumed TO TRUE
       MOVE DV-Amount TO DP-Amount
       MOVE DV-InvoiceNum TO DP-InvoiceNum
       PERFORM AppendDepositLine
       SUBTRACT DV-Amount FROM DV-Balance
       SET DV-OK TO TRUE.

AppendDepositLine.
       OPEN EXTEND DepositFile
       WRITE DepositLine
       CLOSE DepositFile.
