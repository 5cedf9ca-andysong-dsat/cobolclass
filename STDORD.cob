               IF NOT DS-DateValid
                   DISPLAY "Invalid date - template not written"
               ELSE
                   DISPLAY "Enter Tax Jurisdiction Code"
                       " (blank = from customer ZIP) : "
                       WITH NO ADVANCING
                   ACCEPT STO-Jurisdiction
                   DISPLAY "Enter Salesperson Code (blank = house) : "
