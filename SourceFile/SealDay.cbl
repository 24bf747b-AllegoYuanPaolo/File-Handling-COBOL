       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALDAY.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
      *> Runs straight after housekeeping has cut the audit trail to
      *> today's generation.  The seal of the generation just cut is
      *> carried forward as the first record of the new current
      *> file, so each generation opens with the seal that closed
      *> the one before it.  The change journal is never cut (FWDRECOV
      *> needs it back to the last backup) and gets its daily seal
      *> record appended in place.
                   select genFile
                       assign to genFileName
                       organization is line sequential
                       file status is GFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

                   select changeJrnlFile
                       assign to "CHANGE-JOURNAL.dat"
                       organization is line sequential
                       file status is CJStat.

                   select sealCtlFile
                       assign to "SEAL-CTL.dat"
                       organization is line sequential
                       file status is SCStat.

                   select sealGensFile
                       assign to "SEAL-GENS.dat"
                       organization is line sequential
                       file status is SGStat.

       DATA DIVISION.
           file section.
               fd genFile.
                   01 gen-line.
                       02 gl-text pic x(160).
                       02 gl-seq  pic 9(8).
                       02 gl-seal pic x(16).

               fd auditFile.
                   copy "AUDITTRL.cpy".

               fd changeJrnlFile.
                   copy "CHGJRNL.cpy".

               fd sealCtlFile.
                   copy "SEALCTL.cpy".

      *> One line per audit trail generation sealed, oldest first;
      *> SEALVFY walks the retained chain in this order.
               fd sealGensFile.
                   01 seal-gens-record.
                       02 sg-date      pic 9(8).
                       02 sg-file      pic x(30).
                       02 sg-records   pic 9(8).
                       02 sg-last-seq  pic 9(8).
                       02 sg-last-seal pic x(16).

           WORKING-STORAGE SECTION.
           01 GFStat pic xx.
           01 AuditStat pic xx.
           01 CJStat pic xx.
           01 SGStat pic xx.
           01 SCStat pic xx.
           01 fileEOF pic x.

           01 genFileName pic x(30).
           01 todayDate pic 9(8).

           01 genRecords pic 9(8) value 0.
           01 genLastSeq pic 9(8) value 0.
           01 genLastSeal pic x(16) value all "0".
           01 ctlAudSeq pic 9(8) value 0.
           01 jrnlRecords pic 9(8) value 0.
           01 jrnlLastSeq pic 9(8) value 0.
           01 jrnlLastSeal pic x(16) value all "0".
           01 sealsWritten pic 9 value 0.
           01 sealText pic x(160).

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate

           perform SEAL-AUDIT-GENERATION
           perform SEAL-CHANGE-JOURNAL

           display "SEALDAY: " sealsWritten " daily seal records "
               "written"

           move 0 to RETURN-CODE
           perform WRITE-AUDIT-TRAIL

           GOBACK.

       SEAL-AUDIT-GENERATION.
           move spaces to genFileName
           string "AUDIT-TRAIL.D" delimited by size
                  todayDate delimited by size
                  ".dat" delimited by size
                  into genFileName
           end-string

           open input genFile
           if GFStat not = "00"
               display "SEALDAY: no audit trail generation cut today"
                   " - nothing to carry forward"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read genFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to genRecords
                       if gl-seq is numeric and gl-seq > 0
                           move gl-seq to genLastSeq
                           move gl-seal to genLastSeal
                       end-if
               end-read
           end-perform
           close genFile

      *> Anything sealed since the cut means this generation has
      *> already been carried forward (a restart of this step).
           perform LOAD-AUDIT-CHAIN-END
           if ctlAudSeq not = genLastSeq
               display "SEALDAY: " function trim(genFileName)
                   " already carried forward"
               exit paragraph
           end-if

           move spaces to sealText
           string "*SEAL* " delimited by size
                  function trim(genFileName) delimited by size
                  " RECORDS " delimited by size
                  genRecords delimited by size
                  " LAST-SEQ " delimited by size
                  genLastSeq delimited by size
                  " LAST-SEAL " delimited by size
                  genLastSeal delimited by size
                  into sealText
           end-string

           open input auditFile
           if AuditStat = "00"
               close auditFile
               open extend auditFile
           else
               open output auditFile
           end-if
           move spaces to audit-line
           move sealText to audit-line
           perform SEAL-AUDIT-LINE
           close auditFile

           open input sealGensFile
           if SGStat = "00"
               close sealGensFile
               open extend sealGensFile
           else
               open output sealGensFile
           end-if
           move todayDate to sg-date
           move genFileName to sg-file
           move genRecords to sg-records
           move genLastSeq to sg-last-seq
           move genLastSeal to sg-last-seal
           write seal-gens-record
           close sealGensFile

           add 1 to sealsWritten
           display "SEALDAY: " function trim(genFileName) " sealed at "
               "seq " genLastSeq ", " genRecords " records".

       LOAD-AUDIT-CHAIN-END.
           open input sealCtlFile
           if SCStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sealCtlFile
                   at end move 'Y' to fileEOF
                   not at end
                       if sc-chain = "AUD"
                           move sc-seq to ctlAudSeq
                       end-if
               end-read
           end-perform
           close sealCtlFile.

      *> Counts the journal records since the last daily seal record
      *> and appends the new one through CHGJRNL, which seals it.
       SEAL-CHANGE-JOURNAL.
           open input changeJrnlFile
           if CJStat not = "00"
               display "SEALDAY: no change journal - nothing to seal"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read changeJrnlFile
                   at end move 'Y' to fileEOF
                   not at end
                       if cg-master = "SEL"
                           move 0 to jrnlRecords
                       else
                           add 1 to jrnlRecords
                       end-if
                       if cg-seq is numeric and cg-seq > 0
                           move cg-seq to jrnlLastSeq
                           move cg-seal to jrnlLastSeal
                       end-if
               end-read
           end-perform
           close changeJrnlFile

           move spaces to sealText
           string "*SEAL* CHANGE-JOURNAL.dat RECORDS " delimited by size
                  jrnlRecords delimited by size
                  " LAST-SEQ " delimited by size
                  jrnlLastSeq delimited by size
                  " LAST-SEAL " delimited by size
                  jrnlLastSeal delimited by size
                  into sealText
           end-string

           move "SEL" to cj-master
           move 'S' to cj-action
           move 0 to cj-key
           move spaces to cj-before
           move sealText to cj-after
           call "CHGJRNL" using change-journal-parms
           end-call

           add 1 to sealsWritten
           display "SEALDAY: change journal sealed at seq "
               jrnlLastSeq ", " jrnlRecords " records since last seal".

       WRITE-AUDIT-TRAIL.
           move "SEALDAY" to al-program
           move runStartStamp to al-start-stamp
           move AuditStat to al-file-status
           compute al-recs-read = genRecords + jrnlRecords
           move sealsWritten to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
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
