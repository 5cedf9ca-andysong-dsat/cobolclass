                  ==CR-DeletedCust==  BY ==DeletedCust==.

FD UnloadFile.
01 UnloadRecord PIC X(143).

FD VerifyReport.
01 PrintLine PIC X(70).
