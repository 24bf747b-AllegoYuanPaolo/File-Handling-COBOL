      *> Credit review proposal (CREDIT-REVIEW.dat), one per
      *> customer reviewed.  CRREVIEW writes a fresh set each
      *> quarter from twelve months of AR-OPEN and CASH-HIST
      *> history scored against CREDIT-SCORE.dat; the credit
      *> manager accepts or rejects each in CRAPPLY, which then
      *> applies the accepted ones to the customer master.
      *> cr-action: L new credit limit, H credit hold, N no change.
      *> cr-status: P proposed, A accepted, R rejected, D applied.
           01 credit-review-record.
               02 cr-custno      pic 9(6).
               02 cr-review-date pic 9(8).
               02 cr-avg-days    pic 9(3).
               02 cr-late        pic 9(3).
               02 cr-high-bal    pic s9(7)v99
                   sign is leading separate character.
               02 cr-volume      pic 9(9)v99.
               02 cr-old-limit   pic 9(7)v99.
               02 cr-new-limit   pic 9(7)v99.
               02 cr-action      pic x.
               02 cr-band        pic x(20).
               02 cr-status      pic x.
               02 cr-decided-by  pic x(8).
               02 cr-applied     pic 9(8).
