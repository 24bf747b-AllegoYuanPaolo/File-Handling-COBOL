                       organization is line sequential
                       file status is AuditStat.

                   select verifyFile
                       assign to "SEAL-VERIFY.dat"
                       organization is line sequential
                       file status is SVStat.

                   select reportFile
                       assign to "HlthRpt.dat"
                       organization is line sequential
               fd auditFile.
                   copy "AUDITTRL.cpy".

               fd verifyFile.
                   copy "SEALVFY.cpy".

               fd reportFile.
                   01 bufferLine pic x(100).

           01 SCStat pic xx.
           01 AuditStat pic xx.
           01 OFStat pic xx.
           01 SVStat pic xx.

           01 schedEOF pic x value 'N'.
           01 auditEOF pic x value 'N'.
           01 verifyEOF pic x value 'N'.

           01 sched-table.
               02 sched-entry occurs 1 to 30 times
           01 redCount pic 9(3) value 0.
           01 amberCount pic 9(3) value 0.
           01 greenCount pic 9(3) value 0.
           01 sealLabel pic x(8).
           01 dispSeq pic Z(7)9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).
               perform RATE-ONE-PROGRAM
           end-perform

           write bufferLine from
               "-------------------------------------------------"
           perform WRITE-SEAL-STATUS
           write bufferLine from
               "-------------------------------------------------"
           write bufferLine from
           end-string
               write bufferLine.

      *> SEALVFY runs just ahead of this step; a result not dated
      *> today means it did not run this morning.
       WRITE-SEAL-STATUS.
           open input verifyFile
           if SVStat not = "00"
               move "AMBER" to statusText
               add 1 to amberCount
               move spaces to bufferLine
               string statusText delimited by size
                      "  SEALVFY   seal check results missing"
                          delimited by size
                      into bufferLine
               end-string
               write bufferLine
               exit paragraph
           end-if

           perform until verifyEOF = 'Y'
               read verifyFile
                   at end move 'Y' to verifyEOF
                   not at end perform RATE-ONE-SEAL-CHAIN
               end-read
           end-perform
           close verifyFile.

       RATE-ONE-SEAL-CHAIN.
           move spaces to sealLabel
           string sv-chain delimited by size
                  " seal" delimited by size
                  into sealLabel
           end-string
           move spaces to reasonText

           evaluate true
               when sv-result = "BROKEN"
                   move "RED  " to statusText
                   add 1 to redCount
               when sv-stamp(1:8) not = todayDate
                   move "AMBER" to statusText
                   add 1 to amberCount
                   move "seal check did not run today" to reasonText
               when sv-keyed = 'N'
                   move "AMBER" to statusText
                   add 1 to amberCount
                   move "chain intact but SEAL-KEY.dat missing"
                       to reasonText
               when other
                   move "GREEN" to statusText
                   add 1 to greenCount
                   move "chain intact" to reasonText
           end-evaluate

           move spaces to bufferLine
           if sv-result = "BROKEN" and sv-break-seq = 0
               string statusText delimited by size
                      "  " delimited by size
                      sealLabel delimited by size
                      "  BROKEN on " delimited by size
                      function trim(sv-file) delimited by size
                      " - " delimited by size
                      function trim(sv-message) delimited by size
                      into bufferLine
               end-string
               write bufferLine
               exit paragraph
           end-if
           if sv-result = "BROKEN"
               move sv-break-seq to dispSeq
               string statusText delimited by size
                      "  " delimited by size
                      sealLabel delimited by size
                      "  BROKEN at seq " delimited by size
                      function trim(dispSeq) delimited by size
                      " on " delimited by size
                      function trim(sv-file) delimited by size
                      " - " delimited by size
                      function trim(sv-message) delimited by size
                      into bufferLine
               end-string
           else
               string statusText delimited by size
                      "  " delimited by size
                      sealLabel delimited by size
                      "  " delimited by size
                      function trim(reasonText) delimited by size
                      into bufferLine
               end-string
           end-if
           write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "HLTHRPT" to al-program
           move runStartStamp to al-start-stamp
