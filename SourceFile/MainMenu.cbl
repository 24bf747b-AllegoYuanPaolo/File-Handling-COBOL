                       organization is line sequential
                       file status is AuditStat.

                   select activeFile
                       assign to "ACTIVE-SESSIONS.dat"
                       organization is line sequential
                       file status is ASStat.

                   select sessionLogFile
                       assign to "SESSION-LOG.dat"
                       organization is line sequential
                       file status is SLStat.

       DATA DIVISION.
           file section.
               fd userMasterFile.
                       02 se-expiry-days   pic 9(3).
                       02 se-max-fails     pic 9(2).
                       02 se-history-depth pic 9(1).
      *> Minutes a menu session may sit idle, and what a second
      *> sign-on by a user already signed on gets: B blocked,
      *> T offered a takeover of the other session.
                       02 se-idle-minutes  pic 9(3).
                       02 se-concurrent    pic x.

               fd auditFile.
                   copy "AUDITTRL.cpy".

      *> One row per menu session signed on anywhere, with the time
      *> it was last used; a row idle past the limit is a session
      *> abandoned without signing off and is cleared as timed out.
               fd activeFile.
                   01 active-session-record.
                       02 as-userid      pic x(8).
                       02 as-session     pic x(16).
                       02 as-signon      pic 9(14).
                       02 as-last-active pic 9(14).

               fd sessionLogFile.
                   copy "SESSLOG.cpy".

       WORKING-STORAGE SECTION.
       01 menuChoice pic 99.
       01 doneFlag pic x value 'N'.
       01 signonTries pic 9 value 0.
       01 curDate pic 9(8).
       copy "AUTHPRM.cpy".
       copy "SEALPRM.cpy".
       01 checkProgram pic x(8).
       01 authDenied pic x.
       01 PHStat pic xx.
       01 histScanned pic 9(3).
       01 changeDone pic x.

       01 idleMinutes pic 9(3) value 15.
       01 concurrentRule pic x value 'B'.
       01 ASStat pic xx.
       01 SLStat pic xx.
       01 activeEOF pic x.
       01 active-table.
           02 active-entry occurs 1 to 50 times
                   depending on activeCount
                   indexed by act-idx.
               03 ac-userid      pic x(8).
               03 ac-session     pic x(16).
               03 ac-signon      pic 9(14).
               03 ac-last-active pic 9(14).
               03 ac-dropped     pic x.
       01 activeCount pic 99 value 0.
       01 activeFound pic 99.
       01 mySession pic x(16) value spaces.
       01 sessionLost pic x.
       01 sessionClaimed pic x.
       01 takeoverAnswer pic x.
       01 nowStamp pic 9(14).
       01 nowSecs pic 9(11).
       01 idleSecs pic 9(11).
       01 stampWork pic 9(14).
       01 stamp-parts redefines stampWork.
           02 swDate pic 9(8).
           02 swHour pic 99.
           02 swMinute pic 99.
           02 swSecond pic 99.
       01 stampSecs pic 9(11).
       01 dispIdle pic Z(6)9.
       01 takenSession pic x(16).
       01 sessAuditText pic x(160).
       01 sessEvent pic x(8).
       01 sessUser pic x(8).
       01 sessSession pic x(16).
       01 sessDetail pic x(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           perform SIGN-ON
               perform DISPLAY-MENU
               accept menuChoice

               perform CHECK-SESSION-STATE
               if sessionLost = 'Y'
                   if menuChoice = 0 or menuChoice = 99
                       move 'Y' to doneFlag
                   else
                       perform SIGN-ON
                       if signedOnUser = spaces
                           move 'Y' to doneFlag
                       end-if
                   end-if
               else
               perform CHECK-MENU-AUTH
               if authDenied = 'Y'
                   display "Restricted - " signedOnUser
                   when 32 call "DAYSUM"  end-call cancel "DAYSUM"
                   when 33 call "SHAPECALC" end-call cancel "SHAPECALC"
                   when 34 call "INQUIRY" end-call cancel "INQUIRY"
                   when 35 call "RPTBRWS" end-call cancel "RPTBRWS"
                   when 36 call "CLOSECHK" end-call cancel "CLOSECHK"
                   when 37 call "PARMMNT" end-call cancel "PARMMNT"
                   when 38 call "TEMPPOLL" end-call cancel "TEMPPOLL"
                   when 0  move 'Y' to doneFlag
                   when 99 move 'Y' to doneFlag
                   when other
               end-evaluate
               end-if
               end-if
               end-if
               perform TOUCH-SESSION
           end-perform

           if mySession not = spaces
               perform RELEASE-SESSION
               perform CLEAR-CURRENT-USER
           end-if

           display "Exiting program suite menu."

               when 32 move "DAYSUM" to checkProgram
               when 33 move "SHAPECAL" to checkProgram
               when 34 move "INQUIRY" to checkProgram
               when 35 move "RPTBRWS" to checkProgram
               when 36 move "CLOSECHK" to checkProgram
               when 37 move "PARMMNT" to checkProgram
               when 38 move "TEMPPOLL" to checkProgram
               when other
                   continue
           end-evaluate
           display "32  DAYSUM  - Daily operations summary"
           display "33  SHAPECALC - Shape calculator (circle/rect/tri)"
           display "34  INQUIRY - Employee/student lookups"
           display "35  RPTBRWS - Report repository/reprint"
           display "36  CLOSECHK - Period-end close checklist"
           display "37  PARMMNT - Parameter file maintenance"
           display "38  TEMPPOLL - Intra-day station temp poll"
           display "  0  Exit"
           display "=============================================="
           display "Enter selection: " with no advancing.
               move "OPERATOR" to signedOnUser
               move "Default operator" to signedOnName
               move 'O' to signedOnRole
               perform CLAIM-SESSION
               if sessionClaimed = 'Y'
                   perform WRITE-CURRENT-USER
               else
                   move spaces to signedOnUser
               end-if
               exit paragraph
           end-if

               perform CHECK-SIGNON
               if signonOK not = 'Y'
                   display "User id or password not recognised."
               else
                   perform CLAIM-SESSION
                   if sessionClaimed not = 'Y'
                       move spaces to signedOnUser
                   end-if
               end-if
           end-perform

                       if se-history-depth > 0
                           move se-history-depth to historyDepth
                       end-if
                       if se-idle-minutes is numeric
                               and se-idle-minutes > 0
                           move se-idle-minutes to idleMinutes
                       end-if
                       if se-concurrent = 'B' or se-concurrent = 'T'
                           move se-concurrent to concurrentRule
                       end-if
               end-read
               close securityParmFile
           end-if.
                  curDate delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

      *> Every menu session holds a row on ACTIVE-SESSIONS.dat while
      *> it is signed on.  Rows idle past the limit belong to
      *> terminals left without signing off; they are timed out
      *> here so they never block their owner's next sign-on.
       CLAIM-SESSION.
           move 'N' to sessionClaimed
           move spaces to takenSession
           perform LOAD-ACTIVE-SESSIONS
           perform EXPIRE-IDLE-SESSIONS

           move 0 to activeFound
           perform varying act-idx from 1 by 1
                   until act-idx > activeCount
               if ac-userid(act-idx) = signedOnUser
                       and ac-dropped(act-idx) = 'N'
                   set activeFound to act-idx
               end-if
           end-perform

           if activeFound > 0
               move 'N' to takeoverAnswer
               if concurrentRule = 'T'
                   perform OFFER-TAKEOVER
               else
                   display "User " signedOnUser " is already signed "
                       "on at another terminal - sign-on refused."
               end-if
               if takeoverAnswer not = 'Y'
                   perform REFUSE-SECOND-SIGNON
                   perform REWRITE-ACTIVE-SESSIONS
                   exit paragraph
               end-if
           end-if

           move function current-date(1:16) to mySession
           if activeCount < 50
               add 1 to activeCount
               move signedOnUser to ac-userid(activeCount)
               move mySession to ac-session(activeCount)
               move nowStamp to ac-signon(activeCount)
               move nowStamp to ac-last-active(activeCount)
               move 'N' to ac-dropped(activeCount)
           end-if
           perform REWRITE-ACTIVE-SESSIONS

           move "SIGNON" to sessEvent
           move signedOnUser to sessUser
           move mySession to sessSession
           move spaces to sessDetail
           string "signed on, role " delimited by size
                  signedOnRole delimited by size
                  into sessDetail
           end-string
           perform WRITE-SESSION-EVENT

           if takenSession not = spaces
               move "TAKEOVER" to sessEvent
               move spaces to sessDetail
               string "took over session " delimited by size
                      takenSession delimited by size
                      into sessDetail
               end-string
               perform WRITE-SESSION-EVENT
               move spaces to sessAuditText
               string "MAINMENU FORCED TAKEOVER USER " delimited by size
                      signedOnUser delimited by size
                      " SESSION " delimited by size
                      takenSession delimited by size
                      " BY SESSION " delimited by size
                      mySession delimited by size
                      into sessAuditText
               end-string
               perform WRITE-SESSION-AUDIT
           end-if

           move 'Y' to sessionClaimed.

       OFFER-TAKEOVER.
           display "User " signedOnUser " is already signed on "
               "(session " ac-session(activeFound) ")."
           display "Take that session over? (Y/N): "
               with no advancing
           accept takeoverAnswer
           if takeoverAnswer = 'y'
               move 'Y' to takeoverAnswer
           end-if
           if takeoverAnswer not = 'Y'
               exit paragraph
           end-if

           move 'Y' to ac-dropped(activeFound)
           move ac-session(activeFound) to takenSession
           move "TAKENOVR" to sessEvent
           move ac-userid(activeFound) to sessUser
           move ac-session(activeFound) to sessSession
           move "taken over by a sign-on elsewhere" to sessDetail
           perform WRITE-SESSION-EVENT.

       REFUSE-SECOND-SIGNON.
           move "BLOCKED" to sessEvent
           move signedOnUser to sessUser
           move ac-session(activeFound) to sessSession
           if concurrentRule = 'T'
               move "second sign-on, takeover declined"
                   to sessDetail
           else
               move "second sign-on refused" to sessDetail
           end-if
           perform WRITE-SESSION-EVENT

           move spaces to sessAuditText
           string "MAINMENU SECOND SIGN-ON BLOCKED USER "
                      delimited by size
                  signedOnUser delimited by size
                  " ACTIVE SESSION " delimited by size
                  ac-session(activeFound) delimited by size
                  into sessAuditText
           end-string
           perform WRITE-SESSION-AUDIT.

       EXPIRE-IDLE-SESSIONS.
           perform STAMP-NOW
           perform varying act-idx from 1 by 1
                   until act-idx > activeCount
               move ac-last-active(act-idx) to stampWork
               perform STAMP-TO-SECONDS
               move 0 to idleSecs
               if nowSecs > stampSecs
                   compute idleSecs = nowSecs - stampSecs
               end-if
               if idleSecs > idleMinutes * 60
                   move 'Y' to ac-dropped(act-idx)
                   move "TIMEOUT" to sessEvent
                   move ac-userid(act-idx) to sessUser
                   move ac-session(act-idx) to sessSession
                   move "abandoned, cleared at a later sign-on"
                       to sessDetail
                   perform WRITE-SESSION-EVENT
               end-if
           end-perform.

      *> Called with each menu selection.  The idle time is measured
      *> from the menu being shown, so time spent inside a program
      *> run from the menu does not count against the session.
       CHECK-SESSION-STATE.
           move 'N' to sessionLost
           if mySession = spaces
               exit paragraph
           end-if

           perform LOAD-ACTIVE-SESSIONS
           perform FIND-MY-SESSION
           if activeFound = 0
               display "This session was ended from another terminal"
                   " - sign on again."
               move spaces to mySession
               move spaces to signedOnUser
               move 'Y' to sessionLost
               exit paragraph
           end-if

           perform STAMP-NOW
           move ac-last-active(activeFound) to stampWork
           perform STAMP-TO-SECONDS
           move 0 to idleSecs
           if nowSecs > stampSecs
               compute idleSecs = nowSecs - stampSecs
           end-if
           if idleSecs not > idleMinutes * 60
               exit paragraph
           end-if

           compute dispIdle = idleSecs / 60
           display "Session idle " function trim(dispIdle)
               " minutes (limit " idleMinutes ") - signed off."
           move 'Y' to ac-dropped(activeFound)
           perform REWRITE-ACTIVE-SESSIONS

           move "TIMEOUT" to sessEvent
           move signedOnUser to sessUser
           move mySession to sessSession
           move spaces to sessDetail
           string "idle " delimited by size
                  function trim(dispIdle) delimited by size
                  " minutes at the menu" delimited by size
                  into sessDetail
           end-string
           perform WRITE-SESSION-EVENT

           perform CLEAR-CURRENT-USER
           move spaces to mySession
           move spaces to signedOnUser
           move 'Y' to sessionLost.

       TOUCH-SESSION.
           if mySession = spaces
               exit paragraph
           end-if
           perform LOAD-ACTIVE-SESSIONS
           perform FIND-MY-SESSION
           if activeFound = 0
               exit paragraph
           end-if
           perform STAMP-NOW
           move nowStamp to ac-last-active(activeFound)
           perform REWRITE-ACTIVE-SESSIONS.

       RELEASE-SESSION.
           perform LOAD-ACTIVE-SESSIONS
           perform FIND-MY-SESSION
           if activeFound > 0
               move 'Y' to ac-dropped(activeFound)
               perform REWRITE-ACTIVE-SESSIONS
           end-if

           move "SIGNOFF" to sessEvent
           move signedOnUser to sessUser
           move mySession to sessSession
           move "signed off at the menu" to sessDetail
           perform WRITE-SESSION-EVENT.

       FIND-MY-SESSION.
           move 0 to activeFound
           perform varying act-idx from 1 by 1
                   until act-idx > activeCount
               if ac-session(act-idx) = mySession
                       and ac-userid(act-idx) = signedOnUser
                       and ac-dropped(act-idx) = 'N'
                   set activeFound to act-idx
               end-if
           end-perform.

       LOAD-ACTIVE-SESSIONS.
           move 0 to activeCount
           move 'N' to activeEOF

           open input activeFile
           if ASStat not = "00"
               exit paragraph
           end-if

           perform until activeEOF = 'Y'
               read activeFile
                   at end move 'Y' to activeEOF
                   not at end
                       if activeCount < 50
                           add 1 to activeCount
                           move as-userid to ac-userid(activeCount)
                           move as-session to ac-session(activeCount)
                           move as-signon to ac-signon(activeCount)
                           move as-last-active
                               to ac-last-active(activeCount)
                           move 'N' to ac-dropped(activeCount)
                       end-if
               end-read
           end-perform

           close activeFile.

       REWRITE-ACTIVE-SESSIONS.
           open output activeFile
           perform varying act-idx from 1 by 1
                   until act-idx > activeCount
               if ac-dropped(act-idx) = 'N'
                   move ac-userid(act-idx) to as-userid
                   move ac-session(act-idx) to as-session
                   move ac-signon(act-idx) to as-signon
                   move ac-last-active(act-idx) to as-last-active
                   write active-session-record
               end-if
           end-perform
           close activeFile.

       STAMP-NOW.
           move function current-date(1:14) to nowStamp
           move nowStamp to stampWork
           perform STAMP-TO-SECONDS
           move stampSecs to nowSecs.

       STAMP-TO-SECONDS.
           if stampWork is not numeric or swDate = 0
               move 0 to stampSecs
               exit paragraph
           end-if
           compute stampSecs =
               function integer-of-date(swDate) * 86400
               + swHour * 3600 + swMinute * 60 + swSecond.

       WRITE-SESSION-EVENT.
           open input sessionLogFile
           if SLStat = "00"
               close sessionLogFile
               open extend sessionLogFile
           else
               open output sessionLogFile
           end-if

           move function current-date(1:14) to sn-stamp
           move sessUser to sn-userid
           move sessEvent to sn-event
           move sessSession to sn-session
           move sessDetail to sn-detail
           write session-log-record

           close sessionLogFile.

       WRITE-SESSION-AUDIT.
           open input auditFile
           if AuditStat = "00"
               close auditFile
               open extend auditFile
           else
               open output auditFile
           end-if

           move sessAuditText to audit-line
           perform SEAL-AUDIT-LINE

           close auditFile.

           move spaces to cu-userid
           write user-curr-record
           close userCurrFile.

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
