       02 OJ-Before PIC X(80).
       02 FILLER PIC X.
       02 OJ-After PIC X(80).
       02 FILLER PIC X.
       02 OJ-BeforeExt PIC X(40).
       02 FILLER PIC X.
       02 OJ-AfterExt PIC X(40).

FD HistoryReport.
01 PrintLine PIC X(100).
       DISPLAY OJ-Timestamp " " OJ-FileCode " " OJ-Action
           " Key " OJ-KeyValue " By " OJ-Operator
       DISPLAY "  Before : " OJ-Before
       IF OJ-BeforeExt NOT = SPACES
           DISPLAY "           " OJ-BeforeExt
       END-IF
       DISPLAY "  After  : " OJ-After
       IF OJ-AfterExt NOT = SPACES
           DISPLAY "           " OJ-AfterExt
       END-IF.

PrintRecordHistory.
       DISPLAY " "
       MOVE "Before : " TO PrnImageLabel
       MOVE OJ-Before TO PrnImageText
       WRITE PrintLine FROM ImageLine AFTER ADVANCING 1 LINE
       IF OJ-BeforeExt NOT = SPACES
           MOVE SPACES TO PrnImageLabel
           MOVE OJ-BeforeExt TO PrnImageText
           WRITE PrintLine FROM ImageLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE "After  : " TO PrnImageLabel
       MOVE OJ-After TO PrnImageText
       WRITE PrintLine FROM ImageLine AFTER ADVANCING 1 LINE
       IF OJ-AfterExt NOT = SPACES
           MOVE SPACES TO PrnImageLabel
           MOVE OJ-AfterExt TO PrnImageText
           WRITE PrintLine FROM ImageLine AFTER ADVANCING 1 LINE
       END-IF.
