       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYNOSRV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReceiptControl ASSIGN TO "payctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptControlStatus.
DATA DIVISION.
FILE SECTION.
FD ReceiptControl.
01 ReceiptControlLine.
       02 PCL-NextReceipt PIC 9(8).

WORKING-STORAGE SECTION.
01 ReceiptControlStatus PIC XX.
01 NextReceipt PIC 9(8).

LINKAGE SECTION.
COPY "PAYNOSRV.cpy".

      *> Every program that adds to the payment register - posting,
      *> the cash workbench, reversals and write-offs - takes its
      *> receipt numbers from here, so payctl.txt is read and
      *> rewritten on every call the way the cash workbench treats the
      *> check stock on chkctl.txt. The payment register conversion
      *> seeds it past the highest number it gave out; with no control
      *> line at all numbering starts at one and the callers step past
      *> any number already used.
PROCEDURE DIVISION USING RN-Parameters.
ReceiptNumberMain.
       MOVE ZERO TO RN-ReceiptNum
       IF RN-NextReceipt
           PERFORM ReadReceiptControl
           MOVE NextReceipt TO RN-ReceiptNum
           IF NextReceipt = 99999999
               MOVE 1 TO NextReceipt
           ELSE
               ADD 1 TO NextReceipt
           END-IF
           PERFORM WriteReceiptControl
       END-IF
       EXIT PROGRAM.

ReadReceiptControl.
       MOVE 1 TO NextReceipt
       OPEN INPUT ReceiptControl
       IF ReceiptControlStatus = "00"
           READ ReceiptControl
               AT END CONTINUE
               NOT AT END
                   IF PCL-NextReceipt IS NUMERIC
                       AND PCL-NextReceipt > ZERO
                       MOVE PCL-NextReceipt TO NextReceipt
                   END-IF
           END-READ
       END-IF
       CLOSE ReceiptControl.

WriteReceiptControl.
       OPEN OUTPUT ReceiptControl
       MOVE SPACES TO ReceiptControlLine
       MOVE NextReceipt TO PCL-NextReceipt
       WRITE ReceiptControlLine
       CLOSE ReceiptControl.
