       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSRPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
      *> Sign-on session report for security administration: every
      *> sign-on, sign-off, timeout, blocked second sign-on and
      *> takeover MAINMENU logged, grouped by user.  PARM-CARDS.dat
      *> card SESSRPT gives the first date to list in the override
      *> field (YYYYMMDD); without one the last 7 days are listed.
                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select sessionLogFile
                       assign to "SESSION-LOG.dat"
                       organization is line sequential
                       file status is SLStat.

                   select sortFile
                       assign to "SESSRPT-SRT.tmp".

                   select reportFile
                       assign to "SessRpt.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

               fd sessionLogFile.
                   copy "SESSLOG.cpy".

               sd sortFile.
                   01 sort-record.
                       02 sr-userid  pic x(8).
                       02 sr-stamp   pic 9(14).
                       02 sr-event   pic x(8).
                       02 sr-session pic x(16).
                       02 sr-detail  pic x(40).

               fd reportFile.
                   01 bufferLine pic x(132).

           WORKING-STORAGE SECTION.
           01 PMStat pic xx.
           01 SLStat pic xx.
           01 OFStat pic xx.

           01 parmEOF pic x.
           01 logEOF pic x value 'N'.
           01 sortEOF pic x value 'N'.

           01 todayDate pic 9(8).
           01 fromDate pic 9(8).
           01 fromInt pic 9(7).

           01 logRead pic 9(7) value 0.
           01 logListed pic 9(7) value 0.

           01 groupUser pic x(8) value spaces.
           01 groupLines pic 9(5) value 0.
           01 user-counts.
               02 ucSignon   pic 9(5).
               02 ucSignoff  pic 9(5).
               02 ucTimeout  pic 9(5).
               02 ucBlocked  pic 9(5).
               02 ucTakeover pic 9(5).
           01 userCount pic 9(5) value 0.
           01 totTimeout pic 9(7) value 0.
           01 totBlocked pic 9(7) value 0.
           01 totTakeover pic 9(7) value 0.

           01 stampWork pic 9(14).
           01 stamp-parts redefines stampWork.
               02 swDate pic 9(8).
               02 swHour pic 99.
               02 swMinute pic 99.
               02 swSecond pic 99.
           01 dispStamp pic x(19).
           01 dispCount pic ZZ,ZZ9.
           01 dispSignon pic ZZ,ZZ9.
           01 dispSignoff pic ZZ,ZZ9.
           01 dispTimeout pic ZZ,ZZ9.
           01 dispBlocked pic ZZ,ZZ9.
           01 dispTakeover pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate

           compute fromInt = function integer-of-date(todayDate) - 6
           compute fromDate = function date-of-integer(fromInt)
           perform READ-PARM-CARD

           open output reportFile

           sort sortFile
               on ascending key sr-userid sr-stamp
               input procedure is FEED-SORT
               output procedure is WRITE-SESSION-REPORT

           close reportFile

           if logRead = 0
               display "SESSRPT: no session log on file."
           else
               display "SESSRPT: " logListed " session events listed"
                   " for " userCount " users - see SessRpt.dat"
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-PARM-CARD.
           move 'N' to parmEOF

           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "SESSRPT "
                           if pc-override is numeric
                               move pc-override to fromDate
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       FEED-SORT.
           open input sessionLogFile
           if SLStat not = "00"
               exit paragraph
           end-if

           read sessionLogFile
               at end move 'Y' to logEOF
           end-read

           perform until logEOF = 'Y'
               add 1 to logRead
               if sn-stamp(1:8) >= fromDate
                   move sn-userid to sr-userid
                   move sn-stamp to sr-stamp
                   move sn-event to sr-event
                   move sn-session to sr-session
                   move sn-detail to sr-detail
                   release sort-record
               end-if

               read sessionLogFile
                   at end move 'Y' to logEOF
               end-read
           end-perform

           close sessionLogFile.

       WRITE-SESSION-REPORT.
           write bufferLine from "===== SIGN-ON SESSION LOG ====="
           move spaces to bufferLine
           string "Events from " delimited by size
                  fromDate delimited by size
                  " to " delimited by size
                  todayDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "--------------------------------"

           return sortFile
               at end move 'Y' to sortEOF
           end-return

           perform until sortEOF = 'Y'
               if sr-userid not = groupUser or groupLines = 0
                   if groupLines > 0
                       perform WRITE-USER-TOTAL
                   end-if
                   move sr-userid to groupUser
                   move 0 to groupLines
                   initialize user-counts
                   add 1 to userCount
                   perform WRITE-USER-HEADER
               end-if
               perform WRITE-EVENT-LINE

               return sortFile
                   at end move 'Y' to sortEOF
               end-return
           end-perform

           if groupLines > 0
               perform WRITE-USER-TOTAL
           end-if

           write bufferLine from
               "--------------------------------"
           move totTimeout to dispCount
           move spaces to bufferLine
           string "Timeouts: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move totBlocked to dispCount
           move spaces to bufferLine
           string "Blocked second sign-ons: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move totTakeover to dispCount
           move spaces to bufferLine
           string "Forced takeovers: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================"
           write bufferLine from spaces.

       WRITE-USER-HEADER.
           move spaces to bufferLine
           string "--- User " delimited by size
                  groupUser delimited by size
                  " ---" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-EVENT-LINE.
           add 1 to groupLines
           add 1 to logListed

           evaluate sr-event
               when "SIGNON  " add 1 to ucSignon
               when "SIGNOFF " add 1 to ucSignoff
               when "TIMEOUT "
                   add 1 to ucTimeout
                   add 1 to totTimeout
               when "BLOCKED "
                   add 1 to ucBlocked
                   add 1 to totBlocked
               when "TAKEOVER"
                   add 1 to ucTakeover
                   add 1 to totTakeover
               when other continue
           end-evaluate

           move sr-stamp to stampWork
           move spaces to dispStamp
           string swDate(1:4) delimited by size
                  "-" delimited by size
                  swDate(5:2) delimited by size
                  "-" delimited by size
                  swDate(7:2) delimited by size
                  " " delimited by size
                  swHour delimited by size
                  ":" delimited by size
                  swMinute delimited by size
                  ":" delimited by size
                  swSecond delimited by size
                  into dispStamp
           end-string

           move spaces to bufferLine
           string "  " delimited by size
                  dispStamp delimited by size
                  "  " delimited by size
                  sr-event delimited by size
                  "  " delimited by size
                  sr-session delimited by size
                  "  " delimited by size
                  function trim(sr-detail) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-USER-TOTAL.
           move ucSignon to dispSignon
           move ucSignoff to dispSignoff
           move ucTimeout to dispTimeout
           move ucBlocked to dispBlocked
           move ucTakeover to dispTakeover
           move spaces to bufferLine
           string "  Sign-ons " delimited by size
                  function trim(dispSignon) delimited by size
                  " | Sign-offs " delimited by size
                  function trim(dispSignoff) delimited by size
                  " | Timeouts " delimited by size
                  function trim(dispTimeout) delimited by size
                  " | Blocked " delimited by size
                  function trim(dispBlocked) delimited by size
                  " | Takeovers " delimited by size
                  function trim(dispTakeover) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "SESSRPT" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move logRead to al-recs-read
           move logListed to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
