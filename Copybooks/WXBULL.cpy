      *> Daily weather bulletin sent to the outside agencies through
      *> XMITMGR.  The layout is agreed with the receivers and must
      *> not move: one H header, one S record for every station on
      *> the station master (bs-status MISSING when the station sent
      *> nothing for the day), one A record per open critical alert,
      *> and a T trailer carrying the record count.
           01 bulletin-header.
               02 bh-tag           pic x.
               02 bh-bulletin-date pic 9(8).
               02 bh-issued        pic 9(14).
               02 bh-station-count pic 9(3).
           01 bulletin-station.
               02 bs-tag           pic x.
               02 bs-stationid     pic 9(6).
               02 bs-name          pic x(20).
               02 bs-status        pic x(8).
               02 bs-temp-count    pic 9(3).
               02 bs-min-c         pic s9(3)
                   sign is leading separate character.
               02 bs-max-c         pic s9(3)
                   sign is leading separate character.
               02 bs-rain-count    pic 9(3).
               02 bs-rain-mm       pic 9(4).
               02 bs-humid-count   pic 9(3).
               02 bs-humid-min     pic 9(3).
               02 bs-humid-max     pic 9(3).
               02 bs-crit-alerts   pic 9(3).
           01 bulletin-alert.
               02 ba-tag           pic x.
               02 ba-stationid     pic 9(6).
               02 ba-celsius       pic s9(3)
                   sign is leading separate character.
               02 ba-read-date     pic 9(8).
               02 ba-read-time     pic 9(4).
               02 ba-raised        pic 9(14).
           01 bulletin-trailer.
               02 bt-tag           pic x.
               02 bt-record-count  pic 9(5).
               02 bt-missing-count pic 9(3).
               02 bt-alert-count   pic 9(3).
