       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD DisputeFile.
01 DisputeLine.
    COPY "DISPREC.cpy".

WORKING-STORAGE SECTION.
01 DisputeEOFFlag PIC X.
       88 DisputeEOF VALUE 'Y'.

LINKAGE SECTION.
COPY "DISPSRV.cpy".

      *> Like the deposit service this one reads dispute.txt afresh
      *> on every call - order entry stays up all day, and a dispute
      *> opened at the collections desk must count at once.
PROCEDURE DIVISION USING DI-Parameters.
DisputeServiceMain.
       MOVE ZERO TO DI-Disputed
       MOVE ZERO TO DI-OpenCount
       SET DI-NoDispute TO TRUE
       IF DI-InvoiceInquire OR DI-CustomerInquire
           PERFORM TotalOpenDisputes
       END-IF
       IF DI-OpenCount > ZERO
           SET DI-InDispute TO TRUE
       END-IF
       EXIT PROGRAM.

TotalOpenDisputes.
       MOVE 'N' TO DisputeEOFFlag
       OPEN INPUT DisputeFile
       PERFORM UNTIL DisputeEOF
           READ DisputeFile
               AT END SET DisputeEOF TO TRUE
               NOT AT END
                   IF DSP-Open AND DSP-Amount IS NUMERIC
                       IF (DI-InvoiceInquire
                               AND DSP-InvoiceNum = DI-InvoiceNum)
                           OR (DI-CustomerInquire
                               AND DSP-IDNum = DI-IDNum)
                           ADD DSP-Amount TO DI-Disputed
                           ADD 1 TO DI-OpenCount
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DisputeFile.
