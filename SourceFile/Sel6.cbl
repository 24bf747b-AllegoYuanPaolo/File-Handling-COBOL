                       02 pc-rate       pic 9(3)v99.

               fd sectionRefFile.
                   copy "SECTREF.cpy".

           local-STORAGE SECTION.
           copy "LOCKPRM.cpy".
           01 dispPageNum pic ZZ9.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

                  function trim(parmInputFile) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

                  todayDate delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           read studentMaster
               invalid key
                   move spaces to sm-name
                   move spaces to sm-phon-key
                   move spaces to sm-program
                   move 0 to sm-year-level
                   move spaces to sm-section
                   move spaces to sm-addr1
                   move spaces to sm-addr2
                   move space to sm-status
                   move 1 to sm-term-count
                   move prelim to sm-term-prelim(1)
                   move midterm to sm-term-midterm(1)
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

