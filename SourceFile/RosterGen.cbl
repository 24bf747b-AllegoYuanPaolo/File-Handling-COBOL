                       organization is line sequential
                       file status is PQStat.

                   select roomFile
                       assign to "ROOM-MASTER.dat"
                       organization is line sequential
                       file status is RMStat.

                   select enrolFile
                       assign to "TERM-ENROL.dat"
                       organization is line sequential
                       file status is TEStat.

                   select excFile
                       assign to "RosterExc.dat"
                       organization is line sequential
                   copy "SUBJHIST.cpy".

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd waitlistFile.
                   copy "WAITLIST.cpy".
                       02 pq-prior     pic x(6).
                       02 pq-min-grade pic 9(3).

               fd roomFile.
                   copy "ROOMMSTR.cpy".

               fd enrolFile.
                   copy "TERMENRL.cpy".

               fd excFile.
                   01 excLine pic x(80).

           01 holdEOF pic x value 'N'.
           01 holdBlocked pic x.
           01 heldCount pic 9(5) value 0.
           01 graduatedCount pic 9(5) value 0.
           01 hold-table.
               02 hold-entry occurs 1 to 500 times
                       depending on holdCount
                   03 sj-student pic 9(6).
                   03 sj-subject pic x(6).
                   03 sj-grade   pic 9(3)v99.
                   03 sj-mark    pic x.
           01 histCount pic 9(3) value 0.

           01 prereq-table.
           01 waitSeq pic 9(5) value 0.
           01 waitlistedCount pic 9(5) value 0.

      *> Meeting pattern of every section on SECTION-REF, and the
      *> rooms' seating, for the clash and room-size checks.
           01 RMStat pic xx.
           01 TEStat pic xx.
           01 meet-table.
               02 meet-entry occurs 1 to 50 times
                       depending on meetCount
                       indexed by mt-idx mt-idx2.
                   03 mt-section  pic x(5).
                   03 mt-subject  pic x(6).
                   03 mt-days     pic x(7).
                   03 mt-start    pic 9(4).
                   03 mt-end      pic 9(4).
                   03 mt-room     pic x(6).
                   03 mt-instr-id pic x(6).
           01 meetCount pic 99 value 0.
           01 room-table.
               02 room-entry occurs 1 to 100 times
                       depending on roomCount
                       indexed by rm-idx.
                   03 ro-room  pic x(6).
                   03 ro-seats pic 9(3).
           01 roomCount pic 9(3) value 0.
           01 roomEOF pic x value 'N'.

           01 enrol-table.
               02 enrol-entry occurs 1 to 2000 times
                       depending on enrolCount
                       indexed by en-idx.
                   03 en-student pic 9(6).
                   03 en-section pic x(5).
                   03 en-subject pic x(6).
                   03 en-date    pic 9(8).
           01 enrolCount pic 9(4) value 0.
           01 enrolEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 newTermFlag pic x.

           01 ownMeet pic 99.
           01 otherMeet pic 99.
           01 overlapFound pic x.
           01 dayIdx pic 9.
           01 clashFound pic x.
           01 clashDropped pic 9(5) value 0.
           01 bookingClashes pic 9(5) value 0.
           01 clashWhat pic x(10).
           01 seatCap pic 9(3).

           01 prereqOK pic x.
           01 priorGrade pic 9(3)v99.
           01 priorFound pic x.
           01 priorTransfer pic x.
           01 prereqDropped pic 9(5) value 0.
           01 dispGrade pic ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
               goback
           end-if

           display "First roster of a new term - clear last term's "
               "enrolments? (Y/N): " with no advancing
           accept newTermFlag

           move "STU" to lp-master
           move 'C' to lp-action
           move "ROSTRGEN" to lp-caller
           perform LOAD-STANDING-TABLE
           perform LOAD-HOLD-TABLE
           perform LOAD-PREREQ-TABLE
           perform LOAD-ROOM-TABLE
           perform LOAD-SECTION-CAPACITY
           perform LOAD-TERM-ENROL
           if loadTruncated = 'Y'
               display "ROSTRGEN: TERM-ENROL.dat holds more than the "
                   "2000-record work table - roster not generated."
               close studentMaster
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform ARCHIVE-OLD-ROSTER
           perform LOAD-SUBJ-HIST

           open output excFile
           write excLine from
               "===== ROSTER PREREQUISITE AND CLASH EXCEPTIONS ====="
           perform CHECK-BOOKING-CLASHES

           perform OPEN-WAITLIST-FILE

           close excFile
           close waitlistFile
           close studentMaster
           perform REWRITE-TERM-ENROL

           move carriedCount to dispCount
           display "ROSTRGEN: " function trim(dispCount)
           move heldCount to dispCount
           display "ROSTRGEN: " function trim(dispCount)
               " excluded on open holds"
           move graduatedCount to dispCount
           display "ROSTRGEN: " function trim(dispCount)
               " graduated - no longer carried"
           move prereqDropped to dispCount
           display "ROSTRGEN: " function trim(dispCount)
               " dropped on prerequisites - see RosterExc.dat"
           move clashDropped to dispCount
           display "ROSTRGEN: " function trim(dispCount)
               " refused on timetable clashes - see RosterExc.dat"
           if bookingClashes > 0
               move bookingClashes to dispCount
               display "ROSTRGEN: " function trim(dispCount)
                   " room/instructor double-bookings - see "
                   "RosterExc.dat"
           end-if
           move waitlistedCount to dispCount
           display "ROSTRGEN: " function trim(dispCount)
               " waitlisted on full sections"
           GOBACK.

       GENERATE-ONE-STUDENT.
           if sm-status = 'G'
               add 1 to graduatedCount
               exit paragraph
           end-if

           perform CHECK-STUDENT-HOLDS
           if holdBlocked = 'Y'
               add 1 to heldCount
               exit paragraph
           end-if

           perform CHECK-TIME-CLASH
           if clashFound = 'Y'
               add 1 to clashDropped
               exit paragraph
           end-if

           perform CHECK-SECTION-CAPACITY
           if sectionFull = 'Y'
               perform WRITE-WAITLIST-ENTRY
           move sm-section to r-section
           move subjectCode to r-subject
           write roster-record
           perform RECORD-ENROLMENT

           add 1 to carriedCount.

                           add 1 to capCount
                           move sr-section
                               to cp-section(capCount)
                           perform FIND-ROOM-SEATS
                           move seatCap
                               to cp-capacity(capCount)
                           move 0 to cp-filled(capCount)
                       end-if
                       if meetCount < 50
                           add 1 to meetCount
                           move sr-section to mt-section(meetCount)
                           move sr-subject to mt-subject(meetCount)
                           move sr-days to mt-days(meetCount)
                           move sr-start to mt-start(meetCount)
                           move sr-end to mt-end(meetCount)
                           move sr-room to mt-room(meetCount)
                           move sr-instr-id
                               to mt-instr-id(meetCount)
                       end-if
               end-read
           end-perform

           close sectionRefFile.

      *> A section can seat no more than its room holds, whatever
      *> SECTION-REF says (capacity 0 there = room size).
       FIND-ROOM-SEATS.
           move sr-capacity to seatCap
           if sr-room = spaces or roomCount = 0
               exit paragraph
           end-if
           set rm-idx to 1
           search room-entry
               at end
                   display "ROSTRGEN: room " sr-room " of section "
                       sr-section " is not on ROOM-MASTER.dat"
               when ro-room(rm-idx) = sr-room
                   if seatCap = 0 or ro-seats(rm-idx) < seatCap
                       move ro-seats(rm-idx) to seatCap
                   end-if
           end-search.

       LOAD-ROOM-TABLE.
           open input roomFile
           if RMStat not = "00"
               display "ROSTRGEN: no ROOM-MASTER.dat - room seating "
                   "not enforced this run"
               exit paragraph
           end-if

           perform until roomEOF = 'Y'
               read roomFile
                   at end move 'Y' to roomEOF
                   not at end
                       if roomCount < 100
                           add 1 to roomCount
                           move rm-room to ro-room(roomCount)
                           move rm-seats to ro-seats(roomCount)
                       end-if
               end-read
           end-perform

           close roomFile.

      *> Enrolments already made this term in OTHER subjects; this
      *> subject's are being regenerated, so they are dropped.  A
      *> new term starts from nothing.
       LOAD-TERM-ENROL.
           if newTermFlag = 'Y' or newTermFlag = 'y'
               exit paragraph
           end-if
           open input enrolFile
           if TEStat not = "00"
               exit paragraph
           end-if

           perform until enrolEOF = 'Y'
               read enrolFile
                   at end move 'Y' to enrolEOF
                   not at end
                       if te-subject not = subjectCode
                           if enrolCount < 2000
                               add 1 to enrolCount
                               move term-enrol-record
                                   to enrol-entry(enrolCount)
                           else
                               move 'Y' to loadTruncated
                               move 'Y' to enrolEOF
                           end-if
                       end-if
               end-read
           end-perform

           close enrolFile.

       RECORD-ENROLMENT.
           if enrolCount < 2000
               add 1 to enrolCount
               move sm-student-id to en-student(enrolCount)
               move sm-section to en-section(enrolCount)
               move subjectCode to en-subject(enrolCount)
               move function current-date(1:8)
                   to en-date(enrolCount)
           else
               display "WARNING: enrolment table full - "
                   sm-student-id " in " sm-section " " subjectCode
                   " not recorded on TERM-ENROL.dat"
               move 4 to RETURN-CODE
           end-if.

       REWRITE-TERM-ENROL.
           open output enrolFile
           perform varying en-idx from 1 by 1
                   until en-idx > enrolCount
               move enrol-entry(en-idx) to term-enrol-record
               write term-enrol-record
           end-perform
           close enrolFile.

      *> A student may not be placed in a section that meets at the
      *> same time as one already on their timetable this term.
       CHECK-TIME-CLASH.
           move 'N' to clashFound
           move 0 to ownMeet
           perform varying mt-idx from 1 by 1
                   until mt-idx > meetCount
               if mt-section(mt-idx) = sm-section
                       and mt-subject(mt-idx) = subjectCode
                       and mt-days(mt-idx) not = spaces
                   set ownMeet to mt-idx
               end-if
           end-perform
           if ownMeet = 0
               exit paragraph
           end-if

           perform varying en-idx from 1 by 1
                   until en-idx > enrolCount or clashFound = 'Y'
               if en-student(en-idx) = sm-student-id
                   perform FIND-OTHER-MEETING
                   if otherMeet > 0
                       perform CHECK-MEETING-OVERLAP
                       if overlapFound = 'Y'
                           move 'Y' to clashFound
                           perform WRITE-CLASH-EXCEPTION
                       end-if
                   end-if
               end-if
           end-perform.

       FIND-OTHER-MEETING.
           move 0 to otherMeet
           perform varying mt-idx2 from 1 by 1
                   until mt-idx2 > meetCount
               if mt-section(mt-idx2) = en-section(en-idx)
                       and mt-subject(mt-idx2) = en-subject(en-idx)
                       and mt-days(mt-idx2) not = spaces
                   set otherMeet to mt-idx2
               end-if
           end-perform.

      *> Two meetings overlap when they share a day and each starts
      *> before the other ends.
       CHECK-MEETING-OVERLAP.
           move 'N' to overlapFound
           if mt-start(ownMeet) >= mt-end(otherMeet)
                   or mt-start(otherMeet) >= mt-end(ownMeet)
               exit paragraph
           end-if
           perform varying dayIdx from 1 by 1
                   until dayIdx > 7 or overlapFound = 'Y'
               if mt-days(ownMeet)(dayIdx:1) not = space
                       and mt-days(otherMeet)(dayIdx:1) not = space
                   move 'Y' to overlapFound
               end-if
           end-perform.

       WRITE-CLASH-EXCEPTION.
           move spaces to excLine
           string sm-student-id delimited by size
                  " " delimited by size
                  function trim(sm-name) delimited by size
                  " | " delimited by size
                  subjectCode delimited by size
                  " " delimited by size
                  sm-section delimited by size
                  " clashes with " delimited by size
                  en-subject(en-idx) delimited by size
                  " " delimited by size
                  en-section(en-idx) delimited by size
                  into excLine
           end-string
           write excLine.

      *> The sections of this subject must not share a room or an
      *> instructor with another section meeting at the same time.
       CHECK-BOOKING-CLASHES.
           perform varying mt-idx from 1 by 1
                   until mt-idx > meetCount
               if mt-subject(mt-idx) = subjectCode
                       and mt-days(mt-idx) not = spaces
                   perform CHECK-ONE-BOOKING
               end-if
           end-perform.

       CHECK-ONE-BOOKING.
           set ownMeet to mt-idx
           perform varying mt-idx2 from 1 by 1
                   until mt-idx2 > meetCount
      *> Two sections of this subject are compared once, not twice.
               if mt-idx2 not = mt-idx
                       and mt-days(mt-idx2) not = spaces
                       and (mt-subject(mt-idx2) not = subjectCode
                           or mt-idx2 > mt-idx)
                   set otherMeet to mt-idx2
                   move spaces to clashWhat
                   if mt-room(mt-idx) not = spaces
                           and mt-room(mt-idx) = mt-room(mt-idx2)
                       move "ROOM" to clashWhat
                   end-if
                   if mt-instr-id(mt-idx) not = spaces
                           and mt-instr-id(mt-idx)
                               = mt-instr-id(mt-idx2)
                       move "INSTRUCTOR" to clashWhat
                   end-if
                   if clashWhat not = spaces
                       perform CHECK-MEETING-OVERLAP
                       if overlapFound = 'Y'
                           add 1 to bookingClashes
                           perform WRITE-BOOKING-EXCEPTION
                       end-if
                   end-if
               end-if
           end-perform.

       WRITE-BOOKING-EXCEPTION.
           move spaces to excLine
           string "DOUBLE-BOOKED " delimited by size
                  function trim(clashWhat) delimited by size
                  ": " delimited by size
                  mt-section(mt-idx) delimited by size
                  " " delimited by size
                  mt-subject(mt-idx) delimited by size
                  " and " delimited by size
                  mt-section(mt-idx2) delimited by size
                  " " delimited by size
                  mt-subject(mt-idx2) delimited by size
                  " " delimited by size
                  mt-days(mt-idx) delimited by size
                  " " delimited by size
                  mt-start(mt-idx) delimited by size
                  "-" delimited by size
                  mt-end(mt-idx) delimited by size
                  into excLine
           end-string
           write excLine.

       OPEN-WAITLIST-FILE.
           open input waitlistFile
           if WLStat = "00"
                   move r-subject to sh-subject
                   move archGrade to sh-grade
                   move function current-date(1:8) to sh-date
                   move space to sh-mark
                   write subject-history-record
               end-if

               read subjHistFile
                   at end move 'Y' to histEOF
                   not at end
                       evaluate true
                           when sh-mark = 'W'
                               continue
                           when histCount < 500
                               add 1 to histCount
                               move sh-student
                                   to sj-student(histCount)
                               move sh-subject
                                   to sj-subject(histCount)
                               move sh-grade to sj-grade(histCount)
                               move sh-mark to sj-mark(histCount)
                           when other
                               display "WARNING: history table full "
                                   "(500) - older grades not checked"
                               move 'Y' to histEOF
                       end-evaluate
               end-read
           end-perform


       CHECK-ONE-PREREQ.
           move 'N' to priorFound
           move 'N' to priorTransfer
           move 0 to priorGrade
           perform varying hist-idx from 1 by 1
                   until hist-idx > histCount
                       and sj-subject(hist-idx)
                           = pr-prior(pq-idx)
                   move 'Y' to priorFound
                   if sj-mark(hist-idx) = 'T'
                       move 'Y' to priorTransfer
                   end-if
                   if sj-grade(hist-idx) > priorGrade
                       move sj-grade(hist-idx) to priorGrade
                   end-if
               end-if
           end-perform
           if priorTransfer = 'Y'
               exit paragraph
           end-if

           if priorFound = 'N'
               move 'N' to prereqOK
