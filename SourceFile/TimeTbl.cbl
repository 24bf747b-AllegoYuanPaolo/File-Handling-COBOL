       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETBL.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select sectionRefFile
                       assign to "SECTION-REF.dat"
                       organization is line sequential
                       file status is SRStat.

                   select roomFile
                       assign to "ROOM-MASTER.dat"
                       organization is line sequential
                       file status is RMStat.

                   select enrolFile
                       assign to "TERM-ENROL.dat"
                       organization is line sequential
                       file status is TEStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select reportFile
                       assign to "TimeTbl.dat"
                       organization is line sequential
                       file status is OFStat.

                   select utilFile
                       assign to "RoomUtil.dat"
                       organization is line sequential
                       file status is UFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd roomFile.
                   copy "ROOMMSTR.cpy".

               fd enrolFile.
                   copy "TERMENRL.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd utilFile.
                   01 utilLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SRStat pic xx.
           01 RMStat pic xx.
           01 TEStat pic xx.
           01 SMStat pic xx.
           01 OFStat pic xx.
           01 UFStat pic xx.
           01 AuditStat pic xx.

           01 sectionEOF pic x value 'N'.
           01 roomEOF pic x value 'N'.
           01 enrolEOF pic x value 'N'.
           01 stuMasterOK pic x value 'N'.

      *> Timetabled sections, held in start-time order so each
      *> day's classes print earliest first.
           01 meet-table.
               02 meet-entry occurs 1 to 50 times
                       depending on meetCount
                       indexed by mt-idx.
                   03 mt-section    pic x(5).
                   03 mt-subject    pic x(6).
                   03 mt-subj-name  pic x(20).
                   03 mt-instructor pic x(20).
                   03 mt-instr-id   pic x(6).
                   03 mt-days       pic x(7).
                   03 mt-start      pic 9(4).
                   03 mt-end        pic 9(4).
                   03 mt-room       pic x(6).
                   03 mt-enrolled   pic 9(4).
           01 meetCount pic 99 value 0.
           01 hold-meet pic x(82).

           01 room-table.
               02 room-entry occurs 1 to 100 times
                       depending on roomCount
                       indexed by rm-idx.
                   03 ro-room  pic x(6).
                   03 ro-desc  pic x(20).
                   03 ro-seats pic 9(3).
           01 roomCount pic 9(3) value 0.

           01 enrol-table.
               02 enrol-entry occurs 1 to 2000 times
                       depending on enrolCount
                       indexed by en-idx.
                   03 en-student pic 9(6).
                   03 en-section pic x(5).
                   03 en-subject pic x(6).
                   03 en-date    pic 9(8).
           01 enrolCount pic 9(4) value 0.

           01 person-table.
               02 person-entry occurs 1 to 2000 times
                       depending on personCount
                       indexed by ps-idx.
                   03 ps-key pic x(6).
           01 personCount pic 9(4) value 0.
           01 personFound pic x.
           01 hold-person pic x(6).

           01 own-meets.
               02 own-meet occurs 20 times pic 99.
           01 ownCount pic 99.
           01 ownIdx pic 99.

           01 day-names-text pic x(21) value "MonTueWedThuFriSatSun".
           01 day-names redefines day-names-text.
               02 day-name occurs 7 times pic x(3).
           01 dayIdx pic 9.
           01 dayLines pic 9(3).

           01 sortSwapFlag pic x.
           01 sortIdx pic 99.

           01 timetableKind pic x.
           01 wantRoom pic x(6).
           01 wantInstr pic x(6).
           01 headName pic x(30).

           01 meetHours pic 99.
           01 meetMins pic 99.
           01 startMin pic 9(4).
           01 endMin pic 9(4).
           01 meetMinutes pic 9(5).
      *> Teaching week the rooms are measured against: Monday to
      *> Friday, 07:00 to 21:00.
           01 weekMinutes pic 9(5) value 4200.
           01 roomMinutes pic 9(6).
           01 roomSections pic 9(3).
           01 roomSeatsOffered pic 9(6).
           01 roomEnrolled pic 9(6).
           01 usePct pic 9(3)v9.
           01 fillPct pic 9(3)v9.
           01 totMinutes pic 9(7) value 0.
           01 totSeatsOffered pic 9(7) value 0.
           01 totEnrolled pic 9(7) value 0.
           01 unusedRooms pic 9(3) value 0.

           01 dispEnrolled pic ZZZ9.
           01 dispSeats pic ZZ9.
           01 dispHours pic ZZ9.9.
           01 dispPct pic ZZ9.9.
           01 dispFill pic ZZ9.9.
           01 dispCount pic ZZ,ZZ9.
           01 recsWritten pic 9(5) value 0.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           perform LOAD-MEET-TABLE
           if meetCount = 0
               display "TIMETBL: no timetabled sections on "
                   "SECTION-REF.dat - nothing to print."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform LOAD-ROOM-TABLE
           perform LOAD-ENROL-TABLE
           perform COUNT-ENROLLED
           perform SORT-MEET-TABLE

           open output reportFile
           perform PRINT-ROOM-TIMETABLES
           perform PRINT-INSTRUCTOR-TIMETABLES
           perform PRINT-STUDENT-TIMETABLES
           close reportFile

           open output utilFile
           perform WRITE-ROOM-UTILIZATION
           close utilFile

           display "TIMETBL: timetables in TimeTbl.dat, room "
               "utilization in RoomUtil.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-MEET-TABLE.
           open input sectionRefFile
           if SRStat not = "00"
               exit paragraph
           end-if

           perform until sectionEOF = 'Y'
               read sectionRefFile
                   at end move 'Y' to sectionEOF
                   not at end
                       if sr-days not = spaces and meetCount < 50
                           add 1 to meetCount
                           move sr-section to mt-section(meetCount)
                           move sr-subject to mt-subject(meetCount)
                           move sr-subject-name
                               to mt-subj-name(meetCount)
                           move sr-instructor
                               to mt-instructor(meetCount)
                           move sr-instr-id
                               to mt-instr-id(meetCount)
                           move sr-days to mt-days(meetCount)
                           move sr-start to mt-start(meetCount)
                           move sr-end to mt-end(meetCount)
                           move sr-room to mt-room(meetCount)
                           move 0 to mt-enrolled(meetCount)
                       end-if
               end-read
           end-perform

           close sectionRefFile.

       LOAD-ROOM-TABLE.
           open input roomFile
           if RMStat not = "00"
               display "TIMETBL: no ROOM-MASTER.dat - room "
                   "utilization will be empty"
               exit paragraph
           end-if

           perform until roomEOF = 'Y'
               read roomFile
                   at end move 'Y' to roomEOF
                   not at end
                       if roomCount < 100
                           add 1 to roomCount
                           move rm-room to ro-room(roomCount)
                           move rm-desc to ro-desc(roomCount)
                           move rm-seats to ro-seats(roomCount)
                       end-if
               end-read
           end-perform

           close roomFile.

       LOAD-ENROL-TABLE.
           open input enrolFile
           if TEStat not = "00"
               display "TIMETBL: no TERM-ENROL.dat - no student "
                   "timetables"
               exit paragraph
           end-if

           perform until enrolEOF = 'Y'
               read enrolFile
                   at end move 'Y' to enrolEOF
                   not at end
                       if enrolCount < 2000
                           add 1 to enrolCount
                           move term-enrol-record
                               to enrol-entry(enrolCount)
                       end-if
               end-read
           end-perform

           close enrolFile.

       COUNT-ENROLLED.
           perform varying en-idx from 1 by 1
                   until en-idx > enrolCount
               perform varying mt-idx from 1 by 1
                       until mt-idx > meetCount
                   if mt-section(mt-idx) = en-section(en-idx)
                           and mt-subject(mt-idx)
                               = en-subject(en-idx)
                       add 1 to mt-enrolled(mt-idx)
                   end-if
               end-perform
           end-perform.

       SORT-MEET-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= meetCount
                   if mt-start(sortIdx) > mt-start(sortIdx + 1)
                       move meet-entry(sortIdx) to hold-meet
                       move meet-entry(sortIdx + 1)
                           to meet-entry(sortIdx)
                       move hold-meet to meet-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

      *> ---- timetables ----------------------------------------
      *> Each timetable is a list of the meetings it owns (own-
      *> meets, in start order) printed day by day.
       PRINT-ROOM-TIMETABLES.
           write bufferLine from
               "===== ROOM TIMETABLES ====="
           move 'R' to timetableKind
           perform varying rm-idx from 1 by 1
                   until rm-idx > roomCount
               move ro-room(rm-idx) to wantRoom
               move ro-seats(rm-idx) to dispSeats
               move spaces to bufferLine
               string "Room " delimited by size
                      ro-room(rm-idx) delimited by size
                      " " delimited by size
                      ro-desc(rm-idx) delimited by size
                      " (" delimited by size
                      function trim(dispSeats) delimited by size
                      " seats)" delimited by size
                      into bufferLine
               end-string
               perform COLLECT-OWN-MEETS
               perform PRINT-ONE-TIMETABLE
           end-perform.

       PRINT-INSTRUCTOR-TIMETABLES.
           write bufferLine from
               "===== INSTRUCTOR TIMETABLES ====="
           move 0 to personCount
           perform varying mt-idx from 1 by 1
                   until mt-idx > meetCount
               move mt-instr-id(mt-idx) to hold-person
               perform ADD-PERSON
           end-perform
           perform SORT-PERSON-TABLE

           move 'I' to timetableKind
           perform varying ps-idx from 1 by 1
                   until ps-idx > personCount
               move ps-key(ps-idx) to wantInstr
               move spaces to headName
               perform varying mt-idx from 1 by 1
                       until mt-idx > meetCount
                   if mt-instr-id(mt-idx) = wantInstr
                       move mt-instructor(mt-idx) to headName
                   end-if
               end-perform
               move spaces to bufferLine
               string "Instructor " delimited by size
                      wantInstr delimited by size
                      " " delimited by size
                      headName delimited by size
                      into bufferLine
               end-string
               perform COLLECT-OWN-MEETS
               perform PRINT-ONE-TIMETABLE
           end-perform.

       PRINT-STUDENT-TIMETABLES.
           write bufferLine from
               "===== STUDENT TIMETABLES ====="
           move 0 to personCount
           perform varying en-idx from 1 by 1
                   until en-idx > enrolCount
               move en-student(en-idx) to hold-person
               perform ADD-PERSON
           end-perform
           perform SORT-PERSON-TABLE

           open input studentMaster
           if SMStat = "00"
               move 'Y' to stuMasterOK
           end-if

           move 'S' to timetableKind
           perform varying ps-idx from 1 by 1
                   until ps-idx > personCount
               move "(not on student master)" to headName
               if stuMasterOK = 'Y'
                   move ps-key(ps-idx) to sm-student-id
                   read studentMaster
                       invalid key continue
                       not invalid key move sm-name to headName
                   end-read
               end-if
               move spaces to bufferLine
               string "Student " delimited by size
                      ps-key(ps-idx) delimited by size
                      " " delimited by size
                      headName delimited by size
                      into bufferLine
               end-string
               perform COLLECT-OWN-MEETS
               perform PRINT-ONE-TIMETABLE
           end-perform

           if stuMasterOK = 'Y'
               close studentMaster
           end-if.

       ADD-PERSON.
           if hold-person = spaces
               exit paragraph
           end-if
           move 'N' to personFound
           perform varying ps-idx from 1 by 1
                   until ps-idx > personCount or personFound = 'Y'
               if ps-key(ps-idx) = hold-person
                   move 'Y' to personFound
               end-if
           end-perform
           if personFound = 'N' and personCount < 2000
               add 1 to personCount
               move hold-person to ps-key(personCount)
           end-if.

       SORT-PERSON-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying ps-idx from 1 by 1
                       until ps-idx >= personCount
                   if ps-key(ps-idx) > ps-key(ps-idx + 1)
                       move ps-key(ps-idx) to hold-person
                       move ps-key(ps-idx + 1) to ps-key(ps-idx)
                       move hold-person to ps-key(ps-idx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       COLLECT-OWN-MEETS.
           move 0 to ownCount
           perform varying mt-idx from 1 by 1
                   until mt-idx > meetCount
               evaluate timetableKind
                   when 'R'
                       if mt-room(mt-idx) = wantRoom
                           perform ADD-OWN-MEET
                       end-if
                   when 'I'
                       if mt-instr-id(mt-idx) = wantInstr
                           perform ADD-OWN-MEET
                       end-if
                   when 'S'
                       perform varying en-idx from 1 by 1
                               until en-idx > enrolCount
                           if en-student(en-idx) = ps-key(ps-idx)
                                   and en-section(en-idx)
                                       = mt-section(mt-idx)
                                   and en-subject(en-idx)
                                       = mt-subject(mt-idx)
                               perform ADD-OWN-MEET
                           end-if
                       end-perform
               end-evaluate
           end-perform.

       ADD-OWN-MEET.
           if ownCount < 20
               add 1 to ownCount
               set own-meet(ownCount) to mt-idx
           end-if.

      *> The heading is already in bufferLine.
       PRINT-ONE-TIMETABLE.
           write bufferLine
           add 1 to recsWritten
           if ownCount = 0
               write bufferLine from "    (nothing timetabled)"
               write bufferLine from spaces
               exit paragraph
           end-if

           perform varying dayIdx from 1 by 1 until dayIdx > 7
               perform varying ownIdx from 1 by 1
                       until ownIdx > ownCount
                   set mt-idx to own-meet(ownIdx)
                   if mt-days(mt-idx)(dayIdx:1) not = space
                       perform WRITE-MEETING-LINE
                   end-if
               end-perform
           end-perform
           write bufferLine from spaces.

       WRITE-MEETING-LINE.
           move mt-enrolled(mt-idx) to dispEnrolled
           move spaces to bufferLine
           string "  " delimited by size
                  day-name(dayIdx) delimited by size
                  " " delimited by size
                  mt-start(mt-idx) delimited by size
                  "-" delimited by size
                  mt-end(mt-idx) delimited by size
                  " " delimited by size
                  mt-section(mt-idx) delimited by size
                  " " delimited by size
                  mt-subject(mt-idx) delimited by size
                  " " delimited by size
                  mt-subj-name(mt-idx)(1:18) delimited by size
                  " " delimited by size
                  mt-room(mt-idx) delimited by size
                  " " delimited by size
                  mt-instructor(mt-idx)(1:14) delimited by size
                  dispEnrolled delimited by size
                  into bufferLine
           end-string
           write bufferLine.

      *> ---- room utilization ----------------------------------
      *> Hours booked against the teaching week, and seats taken
      *> against seats offered, per room.
       WRITE-ROOM-UTILIZATION.
           write utilLine from "===== ROOM UTILIZATION ====="
           move spaces to utilLine
           string "Room   Description          Seats Sects "
                      delimited by size
                  "Hrs/wk  Use%  Enrolled  Fill%" delimited by size
                  into utilLine
           end-string
               write utilLine
           write utilLine from
               "------------------------------------------------"

           perform varying rm-idx from 1 by 1
                   until rm-idx > roomCount
               perform MEASURE-ONE-ROOM
           end-perform

           write utilLine from
               "------------------------------------------------"
           compute dispHours rounded = totMinutes / 60
           move 0 to fillPct
           if totSeatsOffered > 0
               compute fillPct rounded =
                   totEnrolled * 100 / totSeatsOffered
           end-if
           move fillPct to dispFill
           move spaces to utilLine
           string "All rooms: " delimited by size
                  function trim(dispHours) delimited by size
                  " hours/week booked, seat fill " delimited by size
                  function trim(dispFill) delimited by size
                  "%" delimited by size
                  into utilLine
           end-string
               write utilLine
           move unusedRooms to dispCount
           move spaces to utilLine
           string "Rooms with nothing timetabled: " delimited by size
                  function trim(dispCount) delimited by size
                  into utilLine
           end-string
               write utilLine
           write utilLine from
               "================================================".

       MEASURE-ONE-ROOM.
           move 0 to roomMinutes
           move 0 to roomSections
           move 0 to roomSeatsOffered
           move 0 to roomEnrolled
           perform varying mt-idx from 1 by 1
                   until mt-idx > meetCount
               if mt-room(mt-idx) = ro-room(rm-idx)
                   add 1 to roomSections
                   add ro-seats(rm-idx) to roomSeatsOffered
                   add mt-enrolled(mt-idx) to roomEnrolled
                   perform MEETING-MINUTES
                   perform varying dayIdx from 1 by 1
                           until dayIdx > 7
                       if mt-days(mt-idx)(dayIdx:1) not = space
                           add meetMinutes to roomMinutes
                       end-if
                   end-perform
               end-if
           end-perform

           if roomSections = 0
               add 1 to unusedRooms
           end-if
           add roomMinutes to totMinutes
           add roomSeatsOffered to totSeatsOffered
           add roomEnrolled to totEnrolled

           compute usePct rounded = roomMinutes * 100 / weekMinutes
           move 0 to fillPct
           if roomSeatsOffered > 0
               compute fillPct rounded =
                   roomEnrolled * 100 / roomSeatsOffered
           end-if

           move ro-seats(rm-idx) to dispSeats
           move roomSections to dispCount
           compute dispHours rounded = roomMinutes / 60
           move usePct to dispPct
           move roomEnrolled to dispEnrolled
           move fillPct to dispFill
           move spaces to utilLine
           string ro-room(rm-idx) delimited by size
                  " " delimited by size
                  ro-desc(rm-idx) delimited by size
                  " " delimited by size
                  dispSeats delimited by size
                  dispCount delimited by size
                  " " delimited by size
                  dispHours delimited by size
                  " " delimited by size
                  dispPct delimited by size
                  "      " delimited by size
                  dispEnrolled delimited by size
                  "  " delimited by size
                  dispFill delimited by size
                  into utilLine
           end-string
               write utilLine.

       MEETING-MINUTES.
           divide mt-start(mt-idx) by 100 giving meetHours
               remainder meetMins
           compute startMin = meetHours * 60 + meetMins
           divide mt-end(mt-idx) by 100 giving meetHours
               remainder meetMins
           compute endMin = meetHours * 60 + meetMins
           move 0 to meetMinutes
           if endMin > startMin
               compute meetMinutes = endMin - startMin
           end-if.

       WRITE-AUDIT-TRAIL.
           move "TIMETBL" to al-program
           move runStartStamp to al-start-stamp
           move SRStat to al-file-status
           move meetCount to al-recs-read
           move recsWritten to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
