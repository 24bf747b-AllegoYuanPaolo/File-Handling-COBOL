                       02 cr-eff-date   pic 9(8).
                       02 cr-breakpoint pic 9(7).
                       02 cr-rate pic 9v99.
                       02 cr-plan pic x(4).

               fd userMasterFile.
                   01 user-master-record.
                       depending on pendCount
                       indexed by pend-idx.
                   03 pd-action   pic x.
                   03 pd-plan     pic x(4).
                   03 pd-date     pic 9(8).
                   03 pd-break    pic 9(7).
                   03 pd-rate     pic 9v99.
           01 pendCount pic 9(3) value 0.

           01 rate-table.
               02 rate-entry occurs 1 to 500 times
                       depending on rateCount
                       indexed by rate-idx.
                   03 rt-plan  pic x(4).
                   03 rt-date  pic 9(8).
                   03 rt-break pic 9(7).
                   03 rt-rate  pic 9v99.
           01 ratesChanged pic x value 'N'.
           01 pendChanged pic x value 'N'.

           01 setPlan pic x(4).
           01 setDate pic 9(8).
           01 setUser pic x(8).
           01 setAction pic x.
           01 dispRate pic 9.99.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
           end-if

           perform LOAD-RATE-FILE
           if loadTruncated = 'Y'
               display "RATEAPPR: COMMRATE.dat holds more than "
                   "the 500-entry rate table - no changes applied."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform REVIEW-PENDING-SETS

           end-perform
           close userMasterFile.

      *> Walk the pending file set by set (same action, plan, date
      *> and requester); four-eyes rule: the approver must not be the
      *> user who staged the change.
       REVIEW-PENDING-SETS.
           perform varying pend-idx from 1 by 1
                   until pend-idx > pendCount
               if pd-status(pend-idx) = 'P'
                   move pd-action(pend-idx) to setAction
                   move pd-plan(pend-idx) to setPlan
                   move pd-date(pend-idx) to setDate
                   move pd-user(pend-idx) to setUser
                   perform REVIEW-ONE-SET
           else
               display "ADD rate set effective " setDate
           end-if
           if setPlan = spaces
               display "Plan: company default"
           else
               display "Plan: " setPlan
           end-if
           display "Staged by " setUser " on "
               pd-req-date(pend-idx)

                   until setIdx > pendCount
               if pd-status(setIdx) = 'P'
                       and pd-action(setIdx) = setAction
                       and pd-plan(setIdx) = setPlan
                       and pd-date(setIdx) = setDate
                       and pd-user(setIdx) = setUser
                       and setAction = 'A'
               perform varying rate-idx from 1 by 1
                       until rate-idx > rateCount
                   if rt-date(rate-idx) not = setDate
                           or rt-plan(rate-idx) not = setPlan
                       add 1 to keepCount
                       move rate-entry(rate-idx)
                           to rate-entry(keepCount)
                   until setIdx > pendCount
               if pd-status(setIdx) = 'P'
                       and pd-action(setIdx) = setAction
                       and pd-plan(setIdx) = setPlan
                       and pd-date(setIdx) = setDate
                       and pd-user(setIdx) = setUser
                   if setAction = 'A'
                       if rateCount < 500
                           add 1 to rateCount
                           move pd-plan(setIdx)
                               to rt-plan(rateCount)
                           move pd-date(setIdx)
                               to rt-date(rateCount)
                           move pd-break(setIdx)
                           move pd-rate(setIdx)
                               to rt-rate(rateCount)
                       else
                           display "Rate table full (500) - "
                               "entry dropped."
                       end-if
                   end-if
                   until setIdx > pendCount
               if pd-status(setIdx) = 'P'
                       and pd-action(setIdx) = setAction
                       and pd-plan(setIdx) = setPlan
                       and pd-date(setIdx) = setDate
                       and pd-user(setIdx) = setUser
                   move 'R' to pd-status(setIdx)
                  setAction delimited by size
                  " SET " delimited by size
                  setDate delimited by size
                  " PLAN " delimited by size
                  setPlan delimited by size
                  " STAGED-BY " delimited by size
                  function trim(setUser) delimited by size
                  " DECIDED-BY " delimited by size
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

               if pendCount < 200
                   add 1 to pendCount
                   move rp-action to pd-action(pendCount)
                   move rp-plan to pd-plan(pendCount)
                   move rp-eff-date to pd-date(pendCount)
                   move rp-breakpoint to pd-break(pendCount)
                   move rp-rate to pd-rate(pendCount)
           perform varying pend-idx from 1 by 1
                   until pend-idx > pendCount
               move pd-action(pend-idx) to rp-action
               move pd-plan(pend-idx) to rp-plan
               move pd-date(pend-idx) to rp-eff-date
               move pd-break(pend-idx) to rp-breakpoint
               move pd-rate(pend-idx) to rp-rate
               read commRateFile
                   at end move 'Y' to rateEOF
                   not at end
                       if rateCount < 500
                           add 1 to rateCount
                           move cr-plan to rt-plan(rateCount)
                           move cr-eff-date to rt-date(rateCount)
                           move cr-breakpoint
                               to rt-break(rateCount)
                           move cr-rate to rt-rate(rateCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to rateEOF
                       end-if
               end-read
           end-perform
           open output commRateFile
           perform varying rate-idx from 1 by 1
                   until rate-idx > rateCount
               move rt-plan(rate-idx) to cr-plan
               move rt-date(rate-idx) to cr-eff-date
               move rt-break(rate-idx) to cr-breakpoint
               move rt-rate(rate-idx) to cr-rate
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
