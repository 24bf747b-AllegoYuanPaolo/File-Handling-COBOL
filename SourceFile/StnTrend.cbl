                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

               fd reportFile.
                   01 bufferLine pic x(80).
                   03 dt-date pic 9(8).
                   03 dt-sum pic s9(7).
                   03 dt-count pic 9(5).
                   03 dt-est pic 9(5).
           01 dayCount pic 9(3) value 0.

           01 swapFlag pic x.
               02 hd-date pic 9(8).
               02 hd-sum pic s9(7).
               02 hd-count pic 9(5).
               02 hd-est pic 9(5).

           01 curStation pic 9(6).
           01 dayMean pic s9(3)v99.

           01 dispMean pic +ZZ9.99.
           01 shiftText pic x(13).
           01 estText pic x(16).
           01 dispEst pic ZZ9.
           01 dispEstOf pic ZZ9.
           01 bandLabel pic x(17).

           copy "AUDITPRM.cpy".
           perform until stationEOF = 'Y'
      *> Typed H/R rows carry humidity and rainfall in the value
      *> field - only temperature rows belong in these statistics.
      *> A rejected reading that has been replaced by an estimate
      *> is left out; the estimate stands in its place.
               if (s-type = 'T' or s-type = space)
                       and s-quality not = 'R'
                   perform TALLY-ONE-READING
               end-if
               read stationFile
                       move s-read-date to dt-date(dayCount)
                       move s-celsius to dt-sum(dayCount)
                       move 1 to dt-count(dayCount)
                       move 0 to dt-est(dayCount)
                       if s-quality = 'E'
                           move 1 to dt-est(dayCount)
                       end-if
                   else
                       display "WARNING: day table full (300) - "
                           "reading skipped"
                       and dt-date(day-idx) = s-read-date
                   add s-celsius to dt-sum(day-idx)
                   add 1 to dt-count(day-idx)
                   if s-quality = 'E'
                       add 1 to dt-est(day-idx)
                   end-if
           end-search.

       SORT-DAY-TABLE.
               move spaces to shiftText
           end-if

           move spaces to estText
           if dt-est(day-idx) > 0
               move dt-est(day-idx) to dispEst
               move dt-count(day-idx) to dispEstOf
               string " (" delimited by size
                      function trim(dispEst) delimited by size
                      " of " delimited by size
                      function trim(dispEstOf) delimited by size
                      " est)" delimited by size
                      into estText
               end-string
           end-if

           move dayMean to dispMean
           move spaces to bufferLine
           string "  " delimited by size
                  "  " delimited by size
                  function trim(bandLabel) delimited by size
                  shiftText delimited by size
                  estText delimited by size
                  into bufferLine
           end-string
           write bufferLine
