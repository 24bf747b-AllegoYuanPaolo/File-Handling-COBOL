      *> Sign-on session log.  MAINMENU appends a row for every
      *> session event; SESSRPT lists them per user.  sn-session is
      *> the sign-on stamp of the menu session concerned, down to
      *> hundredths; with the user id it names the session.
      *> sn-event: SIGNON, SIGNOFF, TIMEOUT (idle limit reached at
      *>           the menu or found expired on the active file),
      *>           BLOCKED (second sign-on refused), TAKEOVER (second
      *>           sign-on took the session over), TAKENOVR (the
      *>           session that was taken over).
           01 session-log-record.
               02 sn-stamp   pic 9(14).
               02 sn-userid  pic x(8).
               02 sn-event   pic x(8).
                   88 sn-signon   value "SIGNON  ".
                   88 sn-signoff  value "SIGNOFF ".
                   88 sn-timeout  value "TIMEOUT ".
                   88 sn-blocked  value "BLOCKED ".
                   88 sn-takeover value "TAKEOVER".
                   88 sn-taken    value "TAKENOVR".
               02 sn-session pic x(16).
               02 sn-detail  pic x(40).
