      *> physical master serves every office - reports select and
      *> subtotal on this code.
               02 em-branch pic x(3).
      *> Bank details state: space good, I invalid - a deposit was
      *> returned by the bank (DDRETURN).  PAYCLOSE cuts no deposit
      *> while I; re-keying the details in EMPMAINT clears it.
               02 em-bank-status pic x.
      *> Commission plan (COMMPLAN.dat, blank = company default).
      *> em-plan-date is the day em-plan took effect; a sale dated
      *> before it is priced on em-prev-plan (COMMCALC).
               02 em-plan      pic x(4).
               02 em-plan-date pic 9(8).
               02 em-prev-plan pic x(4).
      *> Sound-alike key of em-sname (PHONKEY), set wherever the
      *> name is set; INQUIRY's name search and PHONBLD use it.
               02 em-phon-key pic x(10).
