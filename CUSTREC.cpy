      *> written before the branch dimension existed, which every
      *> reader treats as the head office.
       02 CR-Branch      PIC X(2).
      *> The address broken out: CR-CustAddress is the street line and
      *> these carry the city, the two-letter state and the ZIP - five
      *> digits, or ZIP+4 as 99999-9999. The ZIP must be on the
      *> zipcode.txt reference table, which confirms the city and state
      *> and names the tax jurisdiction an order defaults to. Spaces on
      *> records whose old free-text address has not been broken out.
       02 CR-CustCity    PIC X(20).
       02 CR-CustState   PIC X(2).
       02 CR-CustZip     PIC X(10).
