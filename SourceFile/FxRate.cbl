       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select exchRateFile
                       assign to "EXCH-RATE.dat"
                       organization is line sequential
                       file status is XRStat.

       DATA DIVISION.
           file section.
      *> Daily exchange rates, one row per currency per day quoted:
      *> the base-currency value of one unit of xr-currency.
               fd exchRateFile.
                   01 exch-rate-record.
                       02 xr-date     pic 9(8).
                       02 xr-currency pic x(3).
                       02 xr-rate     pic 9(4)v9(6).

           WORKING-STORAGE SECTION.
           01 XRStat pic xx.
           01 tablesLoaded pic x value 'N'.

           01 exch-rate-table.
               02 exch-rate-entry occurs 1 to 2000 times
                       depending on rateCount
                       indexed by xr-idx.
                   03 xt-date     pic 9(8).
                   03 xt-currency pic x(3).
                   03 xt-rate     pic 9(4)v9(6).
           01 rateCount pic 9(4) value 0.
           01 rateEOF pic x value 'N'.

       LINKAGE SECTION.
           copy "FXPRM.cpy".

       PROCEDURE DIVISION using fx-rate-parms.
       MAIN-LOGIC.
           if tablesLoaded not = 'Y'
               perform LOAD-RATE-TABLE
               move 'Y' to tablesLoaded
           end-if

           move 0 to fx-rate
           move 0 to fx-rate-date
           move 'N' to fx-found

           if fx-currency = spaces
               move 1 to fx-rate
               move fx-date to fx-rate-date
               move 'Y' to fx-found
               GOBACK
           end-if

           perform FIND-RATE-IN-FORCE

           GOBACK.

       LOAD-RATE-TABLE.
           open input exchRateFile
           if XRStat not = "00"
               display "WARNING: EXCH-RATE.dat not found - "
                   "no foreign currency can be converted"
               exit paragraph
           end-if

           perform until rateEOF = 'Y'
               read exchRateFile
                   at end move 'Y' to rateEOF
                   not at end
                       if xr-rate is numeric and xr-rate > 0
                           if rateCount < 2000
                               add 1 to rateCount
                               move xr-date to xt-date(rateCount)
                               move xr-currency
                                   to xt-currency(rateCount)
                               move xr-rate to xt-rate(rateCount)
                           else
                               display "WARNING: exchange rate table "
                                   "full (2000) - later rates not "
                                   "loaded"
                               move 'Y' to rateEOF
                           end-if
                       end-if
               end-read
           end-perform

           close exchRateFile.

      *> Rows need not be in date order; the latest on or before
      *> the date asked for wins.
       FIND-RATE-IN-FORCE.
           perform varying xr-idx from 1 by 1
                   until xr-idx > rateCount
               if xt-currency(xr-idx) = fx-currency
                       and xt-date(xr-idx) <= fx-date
                       and xt-date(xr-idx) >= fx-rate-date
                   move xt-rate(xr-idx) to fx-rate
                   move xt-date(xr-idx) to fx-rate-date
                   move 'Y' to fx-found
               end-if
           end-perform.
