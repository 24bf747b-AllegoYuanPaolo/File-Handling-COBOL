                       02 r-wid pic 9(3).
                       02 r-len pic 9(3).
                       02 r-cust pic 9(6).
                       02 r-snum pic 9(6).
                       02 r-branch pic x(3).

               fd auditFile.
                   copy "AUDITTRL.cpy".
                   03 hl-cost  pic 9(7)v99.
                   03 hl-date  pic 9(8).
                   03 hl-disp  pic x.
                   03 hl-snum   pic 9(6).
                   03 hl-branch pic x(3).

           01 dispChoice pic x.
           01 dispCost pic $ZZZ,ZZ9.99.
           move hl-wid(held-idx) to r-wid
           move hl-len(held-idx) to r-len
           move hl-cust(held-idx) to r-cust
           move hl-snum(held-idx) to r-snum
           move hl-branch(held-idx) to r-branch
           write rect-record
           close rectFile

                   move ho-cost to hl-cost(heldCount)
                   move ho-date to hl-date(heldCount)
                   move ho-disp to hl-disp(heldCount)
                   if ho-snum numeric
                       move ho-snum to hl-snum(heldCount)
                   else
                       move 0 to hl-snum(heldCount)
                   end-if
                   move ho-branch to hl-branch(heldCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to heldEOF
               move hl-cost(held-idx) to ho-cost
               move hl-date(held-idx) to ho-date
               move hl-disp(held-idx) to ho-disp
               move hl-snum(held-idx) to ho-snum
               move hl-branch(held-idx) to ho-branch
               write held-order-record
           end-perform
           close heldFile.
