                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

               fd validityFile.
                   01 validity-record.
               02 quote-entry occurs 1 to 500 times
                       depending on quoteCount
                       indexed by qt-idx.
                   03 qt-record pic x(81).
           01 quoteCount pic 9(3) value 0.

           01 work-quote.
               02 wq-cust      pic 9(6).
               02 wq-list-cost pic 9(7)v99.
               02 wq-branch    pic x(3).
               02 wq-snum      pic 9(6).

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
