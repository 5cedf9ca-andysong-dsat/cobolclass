      *> Calling parameters shared between TERMSRV and its callers.
      *>   C customer terms: set TS-IDNum and TS-InvoiceDate, CALL
      *>     "TERMSRV", and read back the customer's TS-TermsCode,
      *>     the net TS-DueDate and, for a discount code, the
      *>     TS-DiscDate and TS-DiscPct. A customer with no terms on
      *>     file, or a code no longer in terms.txt, gets the house
      *>     NET30 and TS-ResultFlag D (defaulted) instead of Y.
      *>   K known code: set TS-TermsCode and read TS-ResultFlag Y
      *>     when terms.txt carries it (discount fields filled in),
      *>     N when it does not.
      *>   T terms code dates: set TS-TermsCode and TS-InvoiceDate
      *>     and read back TS-DueDate (and TS-DiscDate / TS-DiscPct
      *>     for a discount code) with TS-ResultFlag Y; a code
      *>     terms.txt does not carry comes back N with zero dates.
      *>     This is how a supplier's terms date a bill we owe.
      *> Both tables are read once per run, as the date service
      *> reads its holiday calendar.
       01 TS-Parameters.
           02 TS-Function PIC X VALUE SPACE.
               88 TS-CustomerTerms VALUE 'C'.
               88 TS-KnownCode     VALUE 'K'.
               88 TS-CodeDates     VALUE 'T'.
           02 TS-IDNum PIC 9(6) VALUE ZERO.
           02 TS-InvoiceDate PIC 9(8) VALUE ZERO.
           02 TS-TermsCode PIC X(10) VALUE SPACES.
           02 TS-DueDate PIC 9(8) VALUE ZERO.
           02 TS-DiscDate PIC 9(8) VALUE ZERO.
           02 TS-DiscPct PIC 99V99 VALUE ZERO.
           02 TS-ResultFlag PIC X VALUE 'N'.
               88 TS-TermsFound     VALUE 'Y'.
               88 TS-TermsDefaulted VALUE 'D'.
               88 TS-TermsUnknown   VALUE 'N'.
