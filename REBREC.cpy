      *> Shared rebate agreement line layout. COPY this into the
      *> rebate.txt FD. One line per customer per agreement year,
      *> running twelve months from RB-StartDate. Up to three tiers,
      *> lowest first: once year-to-date qualifying sales reach a
      *> tier's threshold (whole dollars) that tier's percent is
      *> earned on ALL qualifying sales for the year, not just the
      *> sales above the threshold. An unused tier is left zero. The
      *> file is kept by hand like the price list; next year's terms
      *> are a new line with the new start date.
       02 RB-IDNum PIC 9(6).
       02 FILLER PIC X.
       02 RB-StartDate PIC 9(8).
       02 RB-Tier OCCURS 3 TIMES.
           03 FILLER PIC X.
           03 RB-TierSales PIC 9(7).
           03 FILLER PIC X.
           03 RB-TierPct PIC 9V99.
