      *> Sales assignment history (EMP-ASSIGN-HIST.dat), appended
      *> by EMPMAINT whenever a rep's territory, region or branch
      *> changes.  Each record is the full assignment in force from
      *> ah-eff-date until the rep's next record; the first change
      *> also writes the assignment it replaced with ah-eff-date 0.
      *> A rep with no records has only ever had the assignment on
      *> the employee master.  Sel8 stamps the assignment in force
      *> on the sale date onto each SALE-DETAIL line.
           01 assign-history-record.
               02 ah-snum      pic 9(6).
               02 ah-eff-date  pic 9(8).
               02 ah-territory pic x(4).
               02 ah-region    pic x(4).
               02 ah-branch    pic x(3).
               02 ah-entered   pic 9(8).
               02 ah-user      pic x(8).
