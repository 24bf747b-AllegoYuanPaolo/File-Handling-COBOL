      *> Term calendar and tuition refund schedule (REFUND-SCHED.dat),
      *> one record per term.  Classes dropped up to rs-drop-end come
      *> off the record entirely; from then to rs-wd-end they are
      *> withdrawals and leave a W on the grade history.  Nothing can
      *> be dropped after rs-wd-end.  The refund on a class is found
      *> from the week of term (week 1 starts on rs-start): the first
      *> tier whose rs-thru-week covers that week gives rs-pct of
      *> the class's share of tuition back.  A week past every tier
      *> refunds nothing.  Unused tiers are zero.
           01 refund-sched-record.
               02 rs-term      pic 9(6).
               02 rs-start     pic 9(8).
               02 rs-drop-end  pic 9(8).
               02 rs-wd-end    pic 9(8).
               02 rs-tier occurs 4 times.
                   03 rs-thru-week pic 99.
                   03 rs-pct       pic 9(3).
