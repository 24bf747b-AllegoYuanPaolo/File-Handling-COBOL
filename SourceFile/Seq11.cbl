                       02 qu-cust pic 9(6).
                       02 qu-disc-pct pic 9(2)v99.
                       02 qu-branch pic x(3).
                       02 qu-snum pic 9(6).

               fd quoteFile.
                   01 quote-record.
                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

               fd auditFile.
                   copy "AUDITTRL.cpy".
           01 currentCust pic 9(6) value 0.
           01 currentDiscPct pic 9(2)v99 value 0.
           01 quoteBranch pic x(3) value spaces.
           01 quoteSnum pic 9(6) value 0.

           01 dispArea pic ZZZ,ZZ9.99.
           01 dispCost pic ZZZ,ZZ9.99.
                       move qu-cust to currentCust
                       move qu-disc-pct to currentDiscPct
                       move qu-branch to quoteBranch
                       move qu-snum to quoteSnum
               end-read
               close quoteCurrFile
           end-if
           move baseB to qf-dim2
           move currentCust to qf-cust
           move quoteBranch to qf-branch
           move quoteSnum to qf-snum
           write quote-record

           close quoteFile
