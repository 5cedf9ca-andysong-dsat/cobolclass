       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCONV.
AUTHOR. ANDY SONG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OldAuditFile ASSIGN TO OldAuditName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OldAuditStatus.
       SELECT NewAuditFile ASSIGN TO NewAuditName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NewAuditStatus.
       SELECT OPTIONAL AuditCatalog ASSIGN TO "auditcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MarkerFile ASSIGN TO "audconv.done"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MarkerStatus.
DATA DIVISION.
FILE SECTION.
      *> The audit entry as written while the customer record was 111
      *> bytes - what audit.txt and its generations hold up to the
      *> cutover.
FD OldAuditFile.
01 OldAuditRecord.
       02 OA-Timestamp PIC X(21).
       02 FILLER PIC X.
       02 OA-Action PIC X(6).
       02 FILLER PIC X.
       02 OA-IDNum PIC X(6).
       02 FILLER PIC X.
       02 OA-Operator PIC X(8).
       02 FILLER PIC X.
       02 OA-Before PIC X(111).
       02 FILLER PIC X.
       02 OA-After PIC X(111).
       02 FILLER PIC X.
       02 OA-Region PIC X(5).

      *> The same entry with both images at the 143-byte customer
      *> record.
FD NewAuditFile.
01 NewAuditRecord.
       02 NA-Timestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 NA-Action PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 NA-IDNum PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 NA-Operator PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 NA-Before PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 NA-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 NA-Region PIC X(5).

FD AuditCatalog.
01 CatalogLine.
       02 AC-FileName PIC X(30).
       02 FILLER PIC X.
       02 AC-Period PIC 9(6).

FD MarkerFile.
01 MarkerLine PIC X(40).

WORKING-STORAGE SECTION.
01 OldAuditStatus PIC XX.
01 NewAuditStatus PIC XX.
01 MarkerStatus PIC XX.
01 OldAuditName PIC X(30).
01 NewAuditName PIC X(30).
01 Confirm PIC X.
01 AuditEOFFlag PIC X.
       88 AuditEOF VALUE 'Y'.
01 CatalogEOFFlag PIC X.
       88 CatalogEOF VALUE 'Y'.
01 WS-OldName PIC X(30).
01 WS-NewName PIC X(30).
01 WS-FileOpStatus PIC S9(9) COMP-5.
01 EntriesConverted PIC 9(6) VALUE ZERO.
01 FileEntries PIC 9(6).
01 CurrentTimestamp PIC X(21).

      *> Every file to be converted - audit.txt first, then each
      *> generation on the catalog - and whether its converted copy
      *> was written.
01 ConvertTable.
       02 CV-Entry OCCURS 25 TIMES.
           03 CV-FileName PIC X(30).
           03 CV-ReadyFlag PIC X.
               88 CV-Ready VALUE 'Y'.
01 CV-Count PIC 99 VALUE ZERO.
01 CV-Index PIC 99.
01 FilesConverted PIC 99 VALUE ZERO.
01 ConversionFailedFlag PIC X VALUE 'N'.
       88 ConversionFailed VALUE 'Y'.

      *> One-time conversion. When the customer record grew from 111
      *> to 143 bytes the before and after images in each audit entry
      *> grew with it, so the after image and the region now sit
      *> further along the line. Entries written before that point
      *> are laid out again here with each image padded to 143 bytes,
      *> in audit.txt and in every audit-YYYYMM.txt generation named
      *> on auditcat.txt. The customer purge archives hold bare
      *> customer records; the new fields are at the end, so an old
      *> archive line already reads as the new record with city,
      *> state and ZIP blank, and the archives are left as they are.
      *>
      *> Cutover order:
      *>   1. Stop everything that writes audit.txt - customer
      *>      maintenance and its batch run, merge, erase, purge,
      *>      the inactive sweep, credit review, payment reversal,
      *>      notifications and the approval queue - and hold AUDROLL.
      *>   2. Run AUDCONV once.
      *>   3. Run ADDRCONV.
      *>   4. Put the programs built on the 143-byte record live.
      *> Each file is written to a .cnv copy first. The live files are
      *> replaced only once every copy has been written, and an
      *> audconv.done marker refuses a second run.
PROCEDURE DIVISION.
StartPara.
       DISPLAY "AUDIT IMAGE WIDTH CONVERSION"
       DISPLAY "Run ONCE at cutover, before any program writes"
       DISPLAY "audit.txt with the 143-byte customer images."
       OPEN INPUT MarkerFile
       IF MarkerStatus = "00"
           DISPLAY "audconv.done exists - conversion already ran. Stopping."
           CLOSE MarkerFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE MarkerFile
       PERFORM LoadConvertTable
       DISPLAY CV-Count " audit file(s) to convert"
       DISPLAY "Convert them now (Y/N)? " WITH NO ADVANCING
       ACCEPT Confirm
       IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
           DISPLAY "Conversion cancelled"
           STOP RUN
       END-IF
       PERFORM VARYING CV-Index FROM 1 BY 1 UNTIL CV-Index > CV-Count
           PERFORM ConvertOneFile
       END-PERFORM
       IF ConversionFailed
           DISPLAY "No audit file replaced - correct the problem above"
               " and run again"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING CV-Index FROM 1 BY 1 UNTIL CV-Index > CV-Count
           IF CV-Ready(CV-Index)
               PERFORM ReplaceOneFile
           END-IF
       END-PERFORM
       OPEN OUTPUT MarkerFile
       MOVE FUNCTION CURRENT-DATE TO CurrentTimestamp
       MOVE SPACES TO MarkerLine
       STRING "CONVERTED " DELIMITED BY SIZE
              CurrentTimestamp DELIMITED BY SIZE
              INTO MarkerLine
       END-STRING
       WRITE MarkerLine
       CLOSE MarkerFile
       DISPLAY "Conversion complete - files: " FilesConverted
           "  entries: " EntriesConverted
       STOP RUN.

      *> The live file, then every generation AUDROLL has cataloged.
LoadConvertTable.
       MOVE 1 TO CV-Count
       MOVE "audit.txt" TO CV-FileName(1)
       MOVE 'N' TO CV-ReadyFlag(1)
       MOVE 'N' TO CatalogEOFFlag
       OPEN INPUT AuditCatalog
       PERFORM UNTIL CatalogEOF
           READ AuditCatalog
               AT END SET CatalogEOF TO TRUE
               NOT AT END
                   IF AC-FileName NOT = SPACES AND CV-Count < 25
                       ADD 1 TO CV-Count
                       MOVE AC-FileName TO CV-FileName(CV-Count)
                       MOVE 'N' TO CV-ReadyFlag(CV-Count)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AuditCatalog.

      *> Every entry keeps its content; only the images move. A file
      *> the catalog names but that is no longer on disk is skipped.
ConvertOneFile.
       MOVE CV-FileName(CV-Index) TO OldAuditName
       PERFORM BuildWorkName
       MOVE 'N' TO AuditEOFFlag
       MOVE ZERO TO FileEntries
       OPEN INPUT OldAuditFile
       IF OldAuditStatus NOT = "00"
           DISPLAY OldAuditName " not found - skipped"
           CLOSE OldAuditFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewAuditFile
       IF NewAuditStatus NOT = "00"
           DISPLAY NewAuditName " could not be created - status "
               NewAuditStatus " - " OldAuditName " left as it is"
           CLOSE OldAuditFile
           SET ConversionFailed TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AuditEOF
           READ OldAuditFile
               AT END SET AuditEOF TO TRUE
               NOT AT END
                   MOVE SPACES TO NewAuditRecord
                   MOVE OA-Timestamp TO NA-Timestamp
                   MOVE OA-Action TO NA-Action
                   MOVE OA-IDNum TO NA-IDNum
                   MOVE OA-Operator TO NA-Operator
                   MOVE OA-Before TO NA-Before
                   MOVE OA-After TO NA-After
                   MOVE OA-Region TO NA-Region
                   WRITE NewAuditRecord
                   ADD 1 TO FileEntries
           END-READ
       END-PERFORM
       CLOSE NewAuditFile
       CLOSE OldAuditFile
       ADD FileEntries TO EntriesConverted
       SET CV-Ready(CV-Index) TO TRUE
       DISPLAY OldAuditName " : " FileEntries " entries".

BuildWorkName.
       MOVE SPACES TO NewAuditName
       STRING OldAuditName DELIMITED BY SPACE
              ".cnv" DELIMITED BY SIZE
              INTO NewAuditName
       END-STRING.

ReplaceOneFile.
       MOVE CV-FileName(CV-Index) TO OldAuditName
       PERFORM BuildWorkName
       MOVE OldAuditName TO WS-OldName
       MOVE NewAuditName TO WS-NewName
       CALL "CBL_DELETE_FILE" USING WS-OldName GIVING WS-FileOpStatus
       CALL "CBL_RENAME_FILE" USING WS-NewName WS-OldName
           GIVING WS-FileOpStatus
       IF WS-FileOpStatus NOT = ZERO
           DISPLAY "Rename of converted " OldAuditName " FAILED - "
               "audit data is in " NewAuditName
           MOVE 8 TO RETURN-CODE
       ELSE
           ADD 1 TO FilesConverted
       END-IF.
