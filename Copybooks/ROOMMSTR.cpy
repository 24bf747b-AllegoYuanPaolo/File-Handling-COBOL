      *> Room master (ROOM-MASTER.dat) - every teaching room a
      *> section may be timetabled in, with its seating.  ROSTRGEN
      *> caps a section at the smaller of its own capacity and its
      *> room's seats; TIMETBL reports how well each room is used.
           01 room-master-record.
               02 rm-room     pic x(6).
               02 rm-desc     pic x(20).
               02 rm-seats    pic 9(3).
