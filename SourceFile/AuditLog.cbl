                       organization is line sequential
                       file status is CUStat.

                   select runHistFile
                       assign to "RUN-HISTORY.dat"
                       organization is line sequential
                       file status is RHStat.

       DATA DIVISION.
           file section.
               fd auditFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd runHistFile.
                   copy "RUNHIST.cpy".

           WORKING-STORAGE SECTION.
           01 AuditStat pic xx.
           01 CUStat pic xx.
           01 RHStat pic xx.
           01 endStamp pic x(14).
           01 currentUser pic x(8).
           01 dispRead pic ZZZZZZ9.
           01 dispRejected pic ZZZZZZ9.
           01 dispRC pic Z9.

           01 stampWork pic 9(14).
           01 stamp-parts redefines stampWork.
               02 swDate pic 9(8).
               02 swHour pic 99.
               02 swMinute pic 99.
               02 swSecond pic 99.
           01 startSecs pic 9(11).
           01 endSecs pic 9(11).
           copy "SEALPRM.cpy".

       LINKAGE SECTION.
           copy "AUDITPRM.cpy".

                   open output auditFile
               end-if

           perform SEAL-AUDIT-LINE

           close auditFile

           perform WRITE-RUN-HISTORY

      *> Returning zeroes the caller's RETURN-CODE register, so the
      *> condition code the caller reported is handed back through it.
           move al-return-code to RETURN-CODE

           GOBACK.

      *> Elapsed time goes to the run-time history that feeds the
      *> trend report and SCHEDRUN's finish projection.  A caller
      *> that never stamped its start has nothing to measure.
       WRITE-RUN-HISTORY.
           if al-start-stamp is not numeric
               exit paragraph
           end-if

           move al-start-stamp to stampWork
           compute startSecs =
               function integer-of-date(swDate) * 86400
               + swHour * 3600 + swMinute * 60 + swSecond
           move endStamp to stampWork
           compute endSecs =
               function integer-of-date(swDate) * 86400
               + swHour * 3600 + swMinute * 60 + swSecond

           move spaces to run-hist-record
           move 'P' to rh-type
           move al-program to rh-name
           move al-start-stamp to rh-start
           move endStamp to rh-end
           if endSecs > startSecs
               compute rh-elapsed = endSecs - startSecs
           else
               move 0 to rh-elapsed
           end-if
           move al-return-code to rh-rc

           open extend runHistFile
           if RHStat not = "00"
               open output runHistFile
           end-if
           write run-hist-record
           close runHistFile.

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
