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

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       02 r-subject   pic x(6).

               fd sectionRefFile.
                   copy "SECTREF.cpy".

               fd roomFile.
                   copy "ROOMMSTR.cpy".

               fd enrolFile.
                   copy "TERMENRL.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".
           01 RFStat pic xx.
           01 SRStat pic xx.
           01 AuditStat pic xx.
           01 RMStat pic xx.
           01 TEStat pic xx.

           01 waitEOF pic x value 'N'.
           01 rosterEOF pic x value 'N'.
           01 capCount pic 99 value 0.
           01 capFound pic x.

           01 room-table.
               02 room-entry occurs 1 to 100 times
                       depending on roomCount
                       indexed by rm-idx.
                   03 ro-room  pic x(6).
                   03 ro-seats pic 9(3).
           01 roomCount pic 9(3) value 0.
           01 roomEOF pic x value 'N'.
           01 seatCap pic 9(3).

           01 promoteMore pic x.
           01 bestIdx pic 9(3).
           01 promotedCount pic 9(5) value 0.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
               goback
           end-if

           perform LOAD-ROOM-TABLE
           perform LOAD-SECTION-CAPACITY
           if capCount = 0
               display "WAITPROM: no section capacities - "
                           add 1 to capCount
                           move sr-section
                               to cp-section(capCount)
                           perform FIND-ROOM-SEATS
                           move seatCap
                               to cp-capacity(capCount)
                           move 0 to cp-filled(capCount)
                       end-if

           close sectionRefFile.

      *> As in ROSTRGEN, a section seats no more than its room.
       FIND-ROOM-SEATS.
           move sr-capacity to seatCap
           if sr-room = spaces or roomCount = 0
               exit paragraph
           end-if
           set rm-idx to 1
           search room-entry
               at end continue
               when ro-room(rm-idx) = sr-room
                   if seatCap = 0 or ro-seats(rm-idx) < seatCap
                       move ro-seats(rm-idx) to seatCap
                   end-if
           end-search.

       LOAD-ROOM-TABLE.
           open input roomFile
           if RMStat not = "00"
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

       COUNT-ROSTER-FILL.
           open input rosterFile
           if RFStat not = "00"
           else
               open output rosterFile
           end-if
           open input enrolFile
           if TEStat = "00"
               close enrolFile
               open extend enrolFile
           else
               open output enrolFile
           end-if

           perform varying cap-idx from 1 by 1
                   until cap-idx > capCount
               end-if
           end-perform

           close rosterFile
           close enrolFile.

       FIND-NEXT-WAITING.
           move 0 to bestIdx
           move wt-subject(bestIdx) to r-subject
           write roster-record

           move wt-student(bestIdx) to te-student
           move wt-section(bestIdx) to te-section
           move wt-subject(bestIdx) to te-subject
           move function current-date(1:8) to te-date
           write term-enrol-record

           move 'P' to wt-status(bestIdx)
           add 1 to cp-filled(cap-idx)
           add 1 to promotedCount
                  wt-date(bestIdx) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
