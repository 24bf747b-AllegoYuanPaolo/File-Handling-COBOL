               02 tv-jur pic x(4).
               02 tv-branch pic x(3).

      *> STATION-READINGS layout, cols 1-24.
           01 station-view.
               02 sv-stationid pic x(6).
               02 sv-sign pic x.
               02 sv-date pic x(8).
               02 sv-time pic x(4).
               02 sv-type pic x.
               02 sv-quality pic x.

      *> SEQ9-RECTANGLES layout, cols 1-27.  Rep and branch are
      *> blank on orders keyed without a quote.
           01 rect-view.
               02 rv-order pic x(6).
               02 rv-wid pic x(3).
               02 rv-len pic x(3).
               02 rv-cust pic x(6).
               02 rv-snum pic x(6).
               02 rv-branch pic x(3).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       CHECK-ONE-STATION-LINE.
           move lineNo to dispLine
           move checkLine(1:24) to station-view

           if sv-stationid not numeric
                   or sv-value not numeric
               perform WRITE-FINDING
           end-if

           if sv-quality not = 'E' and sv-quality not = 'R'
                   and sv-quality not = space
               move spaces to bufferLine
               string "  LINE " delimited by size
                      function trim(dispLine) delimited by size
                      ": unknown quality flag " delimited by size
                      sv-quality delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               perform WRITE-FINDING
           end-if

           move sv-date to workDate
           perform CHECK-PLAUSIBLE-DATE
           if dateOK = 'N'
           perform until checkEOF = 'Y'
               add 1 to lineNo
               move lineNo to dispLine
               move checkLine(1:27) to rect-view
               if rv-order not numeric
                       or rv-wid not numeric
                       or rv-len not numeric
                       or rv-cust not numeric
                       or (rv-snum not numeric
                           and rv-snum not = spaces)
                       or checkLine(28:40) not = spaces
                   move spaces to bufferLine
                   string "  LINE " delimited by size
                          function trim(dispLine)
                              delimited by size
                          ": fails the 27-byte order layout"
                          delimited by size
                          into bufferLine
                   end-string
