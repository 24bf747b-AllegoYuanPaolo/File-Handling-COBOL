                       02 s-read-date pic 9(8).
                       02 s-read-time pic 9(4).
                       02 s-type pic x.
      *> Quality: blank measured, E estimated by STNFILL from
      *> neighbouring stations, R rejected and replaced by an
      *> estimate (kept for the record, left out of totals).
                       02 s-quality pic x.

               fd reportFile.
                   01 bufferLine pic x(80).
           else
               move ft-type(fmt-idx) to s-type
           end-if
           move space to s-quality
           write station-record
           add 1 to vendorAccepted.

