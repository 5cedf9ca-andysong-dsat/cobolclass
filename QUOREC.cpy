      *> than the twenty quotable lines converts as several quotes.
      *> The quoted unit prices are the contract: conversion carries
      *> them onto the order even if the price list has moved since.
      *> The close date is the day the quote was converted, expired
      *> or declined (zero while it is still open); a quote that is
      *> lost - expired or declined - carries the reason it was lost,
      *> so the win/loss analysis can say where quotes are going.
       02 QUO-QuoteNum     PIC 9(6).
       02 QUO-IDNum        PIC 9(6).
       02 QUO-QuoteDate    PIC 9(8).
           88 QUO-AcceptedQuote  VALUE 'A'.
           88 QUO-ExpiredQuote   VALUE 'X'.
           88 QUO-ConvertedQuote VALUE 'C'.
           88 QUO-DeclinedQuote  VALUE 'D'.
       02 QUO-LineCount    PIC 9(2).
       02 QUO-LineEntry OCCURS 20 TIMES.
           03 QUO-ProdName  PIC X(5).
           03 QUO-ProdSize  PIC A.
           03 QUO-OrdQty    PIC 9(4).
           03 QUO-UnitPrice PIC 9(4)V99.
       02 QUO-CloseDate    PIC 9(8).
       02 QUO-LossReason   PIC X.
           88 QUO-LostOnPrice      VALUE 'P'.
           88 QUO-LostToCompetitor VALUE 'C'.
           88 QUO-LostOnDelivery   VALUE 'D'.
           88 QUO-NoLongerNeeded   VALUE 'N'.
           88 QUO-NoResponse       VALUE 'R'.
           88 QUO-LostOther        VALUE 'O'.
           88 QUO-ValidLossReason  VALUE 'P' 'C' 'D' 'N' 'R' 'O'.
