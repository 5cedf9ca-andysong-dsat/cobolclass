       02 FILLER PIC X.
       02 AR-Operator PIC X(8).
       02 FILLER PIC X.
       02 AR-Before PIC X(143).
       02 FILLER PIC X.
       02 AR-After PIC X(143).
       02 FILLER PIC X VALUE SPACE.
       02 AR-Region PIC X(5).

01 ExtractRecord.
       02 XR-Action PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 XR-Image PIC X(143).
01 ExtractTrailer.
       02 XT-RecType PIC X.
       02 FILLER PIC X VALUE SPACE.
           03 DL-IDNum PIC 9(6).
           03 DL-FirstAction PIC X.
           03 DL-LastAction PIC X.
           03 DL-AfterImage PIC X(143).
01 DeltaCount PIC 999 VALUE ZERO.
01 DL-Index PIC 999.
01 DL-Slot PIC 999.
01 DL-FoundFlag PIC X.
       88 DL-EntryFound VALUE 'Y'.
01 WorkAction PIC X.
01 WorkImage PIC X(143).

COPY "REGION.cpy".

