                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

               fd stationMasterFile.
                   01 station-master-record.
                   03 su-min       pic s9(3).
                   03 su-max       pic s9(3).
                   03 su-sum       pic s9(7).
                   03 su-est       pic 9(5).
                   03 su-band      pic 9(5) occurs 6 times.
           01 statCount pic 99 value 0.

           01 dispMax pic +ZZ9.
           01 dispMean pic +ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispEst pic ZZ,ZZ9.
           01 dispBand pic ZZZZ9.

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
           move +999 to su-min(statCount)
           move -999 to su-max(statCount)
           move 0 to su-sum(statCount)
           move 0 to su-est(statCount)
           perform varying bandIdx from 1 by 1 until bandIdx > 6
               move 0 to su-band(statCount, bandIdx)
           end-perform.

       APPLY-READING.
           add 1 to su-count(stat-idx)
           if s-quality = 'E'
               add 1 to su-est(stat-idx)
           end-if
           add s-celsius to su-sum(stat-idx)
           if s-celsius < su-min(stat-idx)
               move s-celsius to su-min(stat-idx)
           move su-min(stat-idx) to dispMin
           move su-max(stat-idx) to dispMax
           move meanC to dispMean
           move su-est(stat-idx) to dispEst
           move spaces to bufferLine
           string "  Readings: " delimited by size
                  function trim(dispCount) delimited by size
                  function trim(dispMax) delimited by size
                  " | Mean: " delimited by size
                  function trim(dispMean) delimited by size
                  " | Est: " delimited by size
                  function trim(dispEst) delimited by size
                  into bufferLine
           end-string
               write bufferLine
