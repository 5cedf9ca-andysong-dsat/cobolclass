      *>     DS-BusinessFlag, and DS-MonthEndFlag saying whether the
      *>     date is the month's LAST business day. Weekends and the
      *>     holidays listed in buscal.txt are non-business days.
      *>   N date DS-Days after DS-Date1    -> DS-Date2 (DS-Days may
      *>     be negative to step back; it is left as passed)
      *> Every function validates its input dates first; a bad date
      *> turns DS-ResultFlag off and zeroes the answer, so one leap
      *> year can never again produce four different bugs.
               88 DS-DayDifference VALUE 'D'.
               88 DS-FormatDate    VALUE 'F'.
               88 DS-BusinessCheck VALUE 'B'.
               88 DS-AddDays       VALUE 'N'.
           02 DS-Date1 PIC 9(8) VALUE ZERO.
           02 DS-Date2 PIC 9(8) VALUE ZERO.
           02 DS-ResultFlag PIC X VALUE 'N'.
