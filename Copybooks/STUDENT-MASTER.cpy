      *> PROBLTR notification letters.
               02 sm-addr1 pic x(25).
               02 sm-addr2 pic x(25).
      *> Enrolment status: space active, G graduated (set by
      *> GRADCLR; a graduate is no longer carried by ROSTRGEN).
               02 sm-status pic x.
      *> Sound-alike key of sm-name (PHONKEY), set wherever the
      *> name is set; INQUIRY's name search, STUDREG's duplicate
      *> warning and PHONBLD use it.
               02 sm-phon-key pic x(10).
