      *> Station climate normals: one row per station and calendar
      *> month, the long-term mean of every complete month on
      *> record.  Built only when NORMBLD is run on request so the
      *> figures CLIMSUM compares against stay the same from month
      *> to month.  Temperatures in Celsius, rainfall in mm.
           01 normals-record.
               02 nm-stationid  pic 9(6).
               02 nm-month      pic 99.
               02 nm-years      pic 99.
               02 nm-first-year pic 9(4).
               02 nm-last-year  pic 9(4).
               02 nm-mean       pic s9(3)v99
                   sign is leading separate character.
               02 nm-mean-min   pic s9(3)v99
                   sign is leading separate character.
               02 nm-mean-max   pic s9(3)v99
                   sign is leading separate character.
               02 nm-rain-years pic 99.
               02 nm-rain       pic 9(5)v9.
               02 nm-dd-years   pic 99.
               02 nm-hdd        pic 9(5)v9.
               02 nm-cdd        pic 9(5)v9.
               02 nm-built      pic 9(8).
