                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

               fd stationMasterFile.
                   01 station-master-record.
                       02 dh-month     pic 9(6).
                       02 dh-hdd       pic 9(5)v9.
                       02 dh-cdd       pic 9(5)v9.
                       02 dh-est       pic 9(5).

               fd reportFile.
                   01 bufferLine pic x(80).
                   03 st-mtd-cdd   pic 9(5)v9.
                   03 st-std-hdd   pic 9(6)v9.
                   03 st-std-cdd   pic 9(6)v9.
                   03 st-mtd-est   pic 9(5).
                   03 st-std-est   pic 9(6).
           01 stationCount pic 99 value 0.
           01 stationFound pic x.

                   03 hs-month     pic 9(6).
                   03 hs-hdd       pic 9(5)v9.
                   03 hs-cdd       pic 9(5)v9.
                   03 hs-est       pic 9(5).
           01 histCount pic 9(3) value 0.
           01 histFound pic x.

           01 dispStdHdd pic ZZZ,ZZ9.9.
           01 dispStdCdd pic ZZZ,ZZ9.9.
           01 dispBase pic +ZZ9.
           01 dispEst pic ZZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).
                           move 0 to st-mtd-cdd(stationCount)
                           move 0 to st-std-hdd(stationCount)
                           move 0 to st-std-cdd(stationCount)
                           move 0 to st-mtd-est(stationCount)
                           move 0 to st-std-est(stationCount)
                       end-if
               end-read
           end-perform
                           move dh-month to hs-month(histCount)
                           move dh-hdd to hs-hdd(histCount)
                           move dh-cdd to hs-cdd(histCount)
      *> History written before estimates were counted has no
      *> count on it.
                           if dh-est numeric
                               move dh-est to hs-est(histCount)
                           else
                               move 0 to hs-est(histCount)
                           end-if
                       end-if
               end-read
           end-perform
               move s-read-date(1:6) to readMonth
               if readMonth = reportMonth
                       and (s-type = 'T' or s-type = space)
                       and s-quality not = 'R'
                   perform ACCUMULATE-ONE-READING
               end-if
               read stationFile
                           s-celsius - st-base(stn-idx)
                       add ddDelta to st-mtd-cdd(stn-idx)
                   end-if
                   if s-quality = 'E'
                       add 1 to st-mtd-est(stn-idx)
                   end-if
                   add 1 to recCount
               end-if
           end-perform.
                           to hs-hdd(hist-idx)
                       move st-mtd-cdd(stn-idx)
                           to hs-cdd(hist-idx)
                       move st-mtd-est(stn-idx)
                           to hs-est(hist-idx)
                   end-if
               end-perform
               if histFound = 'N' and histCount < 500
                   move reportMonth to hs-month(histCount)
                   move st-mtd-hdd(stn-idx) to hs-hdd(histCount)
                   move st-mtd-cdd(stn-idx) to hs-cdd(histCount)
                   move st-mtd-est(stn-idx) to hs-est(histCount)
               end-if
           end-perform.

                           to st-std-hdd(stn-idx)
                       add hs-cdd(hist-idx)
                           to st-std-cdd(stn-idx)
                       add hs-est(hist-idx)
                           to st-std-est(stn-idx)
                   end-if
               end-perform
           end-perform.
               move hs-month(hist-idx) to dh-month
               move hs-hdd(hist-idx) to dh-hdd
               move hs-cdd(hist-idx) to dh-cdd
               move hs-est(hist-idx) to dh-est
               write degday-hist-record
           end-perform
           close degdayHistFile.

               move st-mtd-hdd(stn-idx) to dispHdd
               move st-mtd-cdd(stn-idx) to dispCdd
               move st-mtd-est(stn-idx) to dispEst
               move spaces to bufferLine
               string "  MTD  HDD: " delimited by size
                      function trim(dispHdd) delimited by size
                      " | CDD: " delimited by size
                      function trim(dispCdd) delimited by size
                      " | Estimated readings: " delimited by size
                      function trim(dispEst) delimited by size
                      into bufferLine
               end-string
                   write bufferLine

               move st-std-hdd(stn-idx) to dispStdHdd
               move st-std-cdd(stn-idx) to dispStdCdd
               move st-std-est(stn-idx) to dispEst
               move spaces to bufferLine
               string "  STD  HDD: " delimited by size
                      function trim(dispStdHdd) delimited by size
                      " | CDD: " delimited by size
                      function trim(dispStdCdd) delimited by size
                      " | Estimated readings: " delimited by size
                      function trim(dispEst) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
