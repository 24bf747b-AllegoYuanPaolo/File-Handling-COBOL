      *> Station equipment register on SENSOR-REG.dat: every sensor
      *> ever fitted, by serial number.  sr-removed is zero while
      *> the sensor is in service; a replacement closes the old row
      *> and adds a new one, so the file is the station's history.
           01 sensor-reg-record.
               02 sr-stationid pic 9(6).
               02 sr-serial    pic x(12).
               02 sr-model     pic x(10).
               02 sr-installed pic 9(8).
               02 sr-removed   pic 9(8).
               02 sr-reason    pic x(20).
