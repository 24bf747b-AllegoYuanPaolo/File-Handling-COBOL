      *> Sensor maintenance work order, one row per order on
      *> SENSOR-WO.dat.  wo-source: S stuck sensor, G repeated
      *> missing readings, C calibration overdue (all three raised
      *> by WOAUTO), M opened by hand in SENSWO.  wo-serial is the
      *> sensor in service when the order opened, so a failure is
      *> charged to that sensor.  wo-status O open, C closed; a
      *> closed order carries the fix, the parts replaced and, when
      *> the sensor itself was swapped, the new serial.
           01 work-order-record.
               02 wo-number     pic 9(6).
               02 wo-stationid  pic 9(6).
               02 wo-source     pic x.
               02 wo-serial     pic x(12).
               02 wo-problem    pic x(30).
               02 wo-opened     pic 9(8).
               02 wo-opened-by  pic x(8).
               02 wo-status     pic x.
               02 wo-closed     pic 9(8).
               02 wo-closed-by  pic x(8).
               02 wo-fix        pic x(30).
               02 wo-parts      pic x(30).
               02 wo-new-serial pic x(12).
