                   copy "CUSTOMER-MASTER.cpy".

      *> Wide enough for the largest master record (the student
      *> record with its address lines runs 250 bytes).
               fd backupFile.
                   01 backup-line pic x(300).

